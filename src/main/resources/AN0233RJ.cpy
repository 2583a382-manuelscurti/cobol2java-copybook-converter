      ******************************************************************
      *                        AN0233RJ                                *
      *                                                                *
      *  PROCEDURA    : ANAGRAFE GENERALE - SCADENZARIO ADEGUATA       *
      *                 VERIFICA (REVISIONE KYC PERIODICA)             *
      *  DESCRIZIONE  : IL REGISTRO T_ANA_KYC_REVIEW TIENE PER OGNI    *
      *                 NDG DATA ED ESITO DELL'ULTIMA REVISIONE E      *
      *                 PROSSIMA SCADENZA. PASSATA NOTTURNA:           *
      *                  - SCADENZA = ULTIMA REVISIONE (O DATA DI      *
      *                    ONBOARDING SE MAI REVISIONATO) PIU' IL      *
      *                    CICLO DELLA CLASSE DI RISCHIO AN0233RI      *
      *                    (ALTO 12 MESI, MEDIO 36, BASSO 60; NDG NON  *
      *                    PROFILATO COME MEDIO; ESITO NEGATIVO 3      *
      *                    MESI). CICLI SU T_ANA_KYC_CFG               *
      *                  - EVENTI CHE ANTICIPANO LA REVISIONE A OGGI:  *
      *                    NUOVO FLAG PEP ('PEP') E TRASFERIMENTO DI   *
      *                    RESIDENZA IN UN PAESE A RISCHIO ('PAE')     *
      *                  - LISTA DI LAVORO PER PROVINCIA DELLE         *
      *                    REVISIONI SCADUTE O IN SCADENZA ENTRO IL    *
      *                    PREAVVISO; AI CLIENTI CON MAIL CENSITA      *
      *                    PARTE LA LETTERA DI RICHIESTA DOCUMENTI     *
      *                    (SCHELETRO AOPPRINT DI AN0233RE), RIPETUTA  *
      *                    NON PRIMA DI 30 GIORNI                      *
      *                  - REVISIONI SCADUTE DI CLIENTI AD ALTO        *
      *                    RISCHIO IN ESCALATION ALLA COMPLIANCE SU    *
      *                    REPORT DEDICATO (RETURN-CODE 4)             *
      *                 LA REVISIONE ESEGUITA SI REGISTRA DA AN0233K9  *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ANAGRAFE           *
      *  INPUT        : T_ANA_NDG, T_ANA_RISK_PROF, T_ANA_KYC_CFG,     *
      *                 T_ANA_CONTATTI, T_BE_PAESI_RISCHIO (DB2)       *
      *  OUTPUT       : T_ANA_KYC_REVIEW, LETTERE SU INTRDR, LISTA     *
      *                 DI LAVORO SU RPT-ANA-KYC, ESCALATION SU        *
      *                 RPT-ANA-KYCESC                                 *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - SCADENZARIO REVISIONI KYC PER CLASSE *
      *           DI RISCHIO CON EVENTI, SOLLECITI ED ESCALATION       *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     AN0233RJ.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT SUB-FILE          ASSIGN  TO  INTRDR
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-ANA-KYC       ASSIGN  TO  RPTANKYC
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-ANA-KYCESC    ASSIGN  TO  RPTANKES
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  SUB-FILE
           RECORDING MODE IS F.
       01  SUB-RIGA                     PIC  X(80).
      *
       FD  RPT-ANA-KYC
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       FD  RPT-ANA-KYCESC
           RECORDING MODE IS F.
       01  ESC-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  RJ-NDG                        PIC  X(12)  VALUE SPACE.
       01  RJ-PEP                        PIC  X(01)  VALUE SPACE.
       01  RJ-PAESE-RES                  PIC  X(02)  VALUE SPACE.
       01  RJ-CLASSE                     PIC  X(01)  VALUE SPACE.
       01  RJ-DT-ONBOARDING              PIC  X(10)  VALUE SPACE.
       01  RJ-COGN                       PIC  X(30)  VALUE SPACE.
       01  RJ-PROV                       PIC  X(02)  VALUE SPACE.
       01  RJ-MAIL                       PIC  X(35)  VALUE SPACE.
       01  RJ-MITTENTE                   PIC  X(30)  VALUE SPACE.
       01  RJ-CONTA                      PIC S9(05)  COMP-3 VALUE ZERO.
      *
      *    RIGA DEL REGISTRO REVISIONI
       01  RJ-KYC-ULTIMA                 PIC  X(10)  VALUE SPACE.
       01  RJ-KYC-ESITO                  PIC  X(01)  VALUE SPACE.
       01  RJ-KYC-PEP                    PIC  X(01)  VALUE SPACE.
       01  RJ-KYC-PAESE                  PIC  X(02)  VALUE SPACE.
       01  RJ-KYC-DT-TRIGGER             PIC  X(10)  VALUE SPACE.
       01  RJ-KYC-TRIGGER                PIC  X(03)  VALUE SPACE.
       01  RJ-KYC-SOLLECITO              PIC  X(10)  VALUE SPACE.
       01  RJ-KYC-ESCALATION             PIC  X(10)  VALUE SPACE.
       01  RJ-SCADENZA                   PIC  X(10)  VALUE SPACE.
       01  RJ-BASE                       PIC  X(10)  VALUE SPACE.
       01  RJ-MESI                       PIC S9(03)  COMP-3 VALUE ZERO.
      *
      *    CICLI DI REVISIONE IN MESI E FINESTRE IN GIORNI
       01  RJ-MESI-ALTO                  PIC S9(03)  COMP-3 VALUE 12.
       01  RJ-MESI-MEDIO                 PIC S9(03)  COMP-3 VALUE 36.
       01  RJ-MESI-BASSO                 PIC S9(03)  COMP-3 VALUE 60.
       01  RJ-MESI-NEGATIVO              PIC S9(03)  COMP-3 VALUE 3.
       01  RJ-GG-PREAVVISO               PIC S9(03)  COMP-3 VALUE 60.
       01  RJ-GG-SOLLECITO               PIC S9(03)  COMP-3 VALUE 30.
       01  RJ-LIMITE-SOLL                PIC  X(10)  VALUE SPACE.
       01  RJ-GG-RITARDO                 PIC S9(05)  COMP-3 VALUE ZERO.
      *
       01  SW-FINE-NDG                   PIC  X(01)  VALUE 'N'.
           88  FINE-NDG                              VALUE 'S'.
       01  SW-FINE-WORK                  PIC  X(01)  VALUE 'N'.
           88  FINE-WORK                             VALUE 'S'.
       01  SW-FINE-ESC                   PIC  X(01)  VALUE 'N'.
           88  FINE-ESC                              VALUE 'S'.
       01  SW-REGISTRO                   PIC  X(01)  VALUE 'N'.
           88  REGISTRO-NUOVO                        VALUE 'S'.
      *
       01  RJ-TOT-NDG                    PIC S9(09)  COMP-3 VALUE ZERO.
       01  RJ-TOT-NUOVI                  PIC S9(09)  COMP-3 VALUE ZERO.
       01  RJ-TOT-EVENTI                 PIC S9(09)  COMP-3 VALUE ZERO.
       01  RJ-TOT-SCADUTE                PIC S9(09)  COMP-3 VALUE ZERO.
       01  RJ-TOT-IN-SCADENZA            PIC S9(09)  COMP-3 VALUE ZERO.
       01  RJ-TOT-SOLLECITI              PIC S9(09)  COMP-3 VALUE ZERO.
       01  RJ-TOT-ESCALATION             PIC S9(09)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    SCHELETRO DEL JOB AOPPRINT (SOLO CANALE MAIL), COME
      *    AN0233RE
      *----------------------------------------------------------------*
       01  RIGA-JOB1.
           02 FILLER                 PIC X(11)  VALUE '//FE07DKYC'.
           02 FILLER                 PIC X(11)  VALUE ' JOB CLASS='.
           02 RJ1-CLASS              PIC X      VALUE 'M'.
           02 FILLER                 PIC X(10)  VALUE ',MSGCLASS='.
           02 RJ1-MSGCLASS           PIC X      VALUE 'Z'.
           02 FILLER                 PIC X(14)  VALUE ',USER=UDFAXSCA'.
           02 FILLER                 PIC X(32)  VALUE SPACE.
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
       01  TAB-INDIRIZZO.
           02 ELE-TAB-IND    PIC X      OCCURS 40 VALUE SPACE.
       01  IND                       PIC  9(04)  VALUE ZERO.
       01  IND1                      PIC  9(04)  VALUE ZERO.
      *
      *-- CORPO DELLA LETTERA DI RICHIESTA DOCUMENTI
       01  RIGA-LET-1                PIC X(80)  VALUE
              'GENTILE CLIENTE, LA NORMATIVA ANTIRICICLAGGIO CI CHIEDE D
      -       'I AGGIORNARE'.
       01  RIGA-LET-2.
           02 FILLER                 PIC X(47)   VALUE
              'PERIODICAMENTE I SUOI DATI E DOCUMENTI ENTRO IL'.
           02 FILLER                 PIC X(01)   VALUE SPACE.
           02 RL2-DATA               PIC X(10).
           02 FILLER                 PIC X(22)   VALUE SPACE.
       01  RIGA-LET-3                PIC X(80)  VALUE
              'LA INVITIAMO A PRESENTARE UN DOCUMENTO VALIDO E I DATI AG
      -       'GIORNATI PRESSO LA SUA'.
       01  RIGA-LET-4                PIC X(80)  VALUE
              'FILIALE'.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                PIC  X(44)  VALUE
               'ANAGRAFE - REVISIONI ADEGUATA VERIFICA DEL  '.
           02  W-T1-DATA             PIC  X(10).
           02  FILLER                PIC  X(78)  VALUE SPACE.
      *
       01  W-RIGA-TESTATA2.
           02  FILLER                PIC  X(44)  VALUE
               'PV  NDG           COGNOME/DENOMINAZIONE     '.
           02  FILLER                PIC  X(44)  VALUE
               '      CL SCADENZA    ULTIMA REV. EVT STATO  '.
           02  FILLER                PIC  X(44)  VALUE
               '      ESITO                                 '.
      *
       01  W-RIGA-DETT.
           02  W-DETT-PROV           PIC  X(02).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-NDG            PIC  X(12).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-COGN           PIC  X(30).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-CLASSE         PIC  X(01).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-SCADENZA       PIC  X(10).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-ULTIMA         PIC  X(10).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-TRIGGER        PIC  X(03).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-DETT-STATO          PIC  X(11).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-ESITO          PIC  X(16).
           02  FILLER                PIC  X(22)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI1.
           02  FILLER                PIC  X(20)  VALUE
               'NDG ESAMINATI:      '.
           02  W-TOT-NDG             PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                PIC  X(20)  VALUE
               '  NUOVI IN REGISTRO:'.
           02  W-TOT-NUOVI           PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                PIC  X(20)  VALUE
               '  EVENTI ANTICIPO:  '.
           02  W-TOT-EVENTI          PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                PIC  X(39)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI2.
           02  FILLER                PIC  X(20)  VALUE
               'REVISIONI SCADUTE:  '.
           02  W-TOT-SCADUTE         PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                PIC  X(20)  VALUE
               '  IN SCADENZA:      '.
           02  W-TOT-IN-SCADENZA     PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                PIC  X(20)  VALUE
               '  SOLLECITI INVIATI:'.
           02  W-TOT-SOLLECITI       PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                PIC  X(39)  VALUE SPACE.
      *
       01  W-RIGA-ESC-TESTATA1.
           02  FILLER                PIC  X(44)  VALUE
               'COMPLIANCE - ESCALATION REVISIONI KYC DEL   '.
           02  W-E1-DATA             PIC  X(10).
           02  FILLER                PIC  X(78)  VALUE SPACE.
      *
       01  W-RIGA-ESC-TESTATA2.
           02  FILLER                PIC  X(44)  VALUE
               'PV  NDG           COGNOME/DENOMINAZIONE     '.
           02  FILLER                PIC  X(44)  VALUE
               '      SCADENZA    GG RIT  EVT ESCALATA DAL  '.
           02  FILLER                PIC  X(44)  VALUE SPACE.
      *
       01  W-RIGA-ESC-DETT.
           02  W-ESC-PROV            PIC  X(02).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-ESC-NDG             PIC  X(12).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-ESC-COGN            PIC  X(30).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-ESC-SCADENZA        PIC  X(10).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-ESC-RITARDO         PIC  ZZ.ZZ9.
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-ESC-TRIGGER         PIC  X(03).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-ESC-DAL             PIC  X(10).
           02  FILLER                PIC  X(48)  VALUE SPACE.
      *
       01  W-RIGA-ESC-TOTALI.
           02  FILLER                PIC  X(20)  VALUE
               'IN ESCALATION:      '.
           02  W-TOT-ESCALATION      PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                PIC  X(101) VALUE SPACE.
      *
       01  W-DATA-OGGI               PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    TUTTI GLI NDG CON LA CLASSE DI RISCHIO CORRENTE (NON
      *    PROFILATO = MEDIO)
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-NDG CURSOR WITH HOLD FOR
               SELECT  ANA.ANA_NDG,
                       COALESCE(ANA.ANA_PEP, 'N'),
                       COALESCE(ANA.ANA_PAESE_RES, 'IT'),
                       COALESCE(PRF.PRF_CLASSE, 'M'),
                       CHAR(COALESCE(ANA.ANA_DT_ONBOARDING,
                                     CURRENT DATE), ISO)
                 FROM  T_ANA_NDG ANA
                       LEFT JOIN T_ANA_RISK_PROF PRF
                          ON PRF.PRF_NDG = ANA.ANA_NDG
                ORDER BY ANA.ANA_NDG
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    LISTA DI LAVORO: REVISIONI SCADUTE O ENTRO IL PREAVVISO,
      *    PER PROVINCIA E SCADENZA, CON LA MAIL VERIFICATA DEL
      *    MASTER CONTATTI QUANDO C'E'
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-WORK CURSOR FOR
               SELECT  KYC.KYC_NDG, ANA.ANA_PROV, ANA.ANA_COGN,
                       KYC.KYC_CLASSE,
                       CHAR(KYC.KYC_DT_SCADENZA, ISO),
                       COALESCE(CHAR(KYC.KYC_DT_ULTIMA, ISO), ' '),
                       KYC.KYC_TRIGGER,
                       COALESCE(CHAR(KYC.KYC_DT_SOLLECITO, ISO), ' '),
                       COALESCE((SELECT MAX(CNT.CNT_VALORE)
                                   FROM T_ANA_CONTATTI CNT
                                  WHERE CNT.CNT_CODCLI =
                                        ANA.ANA_CODCLI
                                    AND CNT.CNT_CANALE = 'M'
                                    AND CNT.CNT_ESITO_VERIFICA = 'OK'),
                                ' ')
                 FROM  T_ANA_KYC_REVIEW KYC
                       INNER JOIN T_ANA_NDG ANA
                          ON ANA.ANA_NDG = KYC.KYC_NDG
                WHERE  KYC.KYC_DT_SCADENZA <=
                       CURRENT DATE + :RJ-GG-PREAVVISO DAYS
                ORDER BY ANA.ANA_PROV, KYC.KYC_DT_SCADENZA,
                         ANA.ANA_COGN
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    ESCALATION: CLIENTI AD ALTO RISCHIO CON REVISIONE SCADUTA,
      *    PRIMA I RITARDI PIU' LUNGHI
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-ESC CURSOR FOR
               SELECT  KYC.KYC_NDG, ANA.ANA_PROV, ANA.ANA_COGN,
                       CHAR(KYC.KYC_DT_SCADENZA, ISO),
                       DAYS(CURRENT DATE) - DAYS(KYC.KYC_DT_SCADENZA),
                       KYC.KYC_TRIGGER,
                       CHAR(COALESCE(KYC.KYC_DT_ESCALATION,
                                     CURRENT DATE), ISO)
                 FROM  T_ANA_KYC_REVIEW KYC
                       INNER JOIN T_ANA_NDG ANA
                          ON ANA.ANA_NDG = KYC.KYC_NDG
                WHERE  KYC.KYC_CLASSE = 'A'
                  AND  KYC.KYC_DT_SCADENZA < CURRENT DATE
                ORDER BY KYC.KYC_DT_SCADENZA, ANA.ANA_PROV
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-SCADENZE         THRU 2000-SCADENZE-X
                   UNTIL FINE-NDG
           EXEC SQL CLOSE CURS-NDG END-EXEC
           EXEC SQL OPEN CURS-WORK END-EXEC
           PERFORM 3000-LISTA-LAVORO     THRU 3000-LISTA-LAVORO-X
                   UNTIL FINE-WORK
           EXEC SQL OPEN CURS-ESC END-EXEC
           PERFORM 4000-ESCALATION       THRU 4000-ESCALATION-X
                   UNTIL FINE-ESC
           PERFORM 9000-FINALIZZA        THRU 9000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN OUTPUT SUB-FILE RPT-ANA-KYC RPT-ANA-KYCESC
           EXEC SQL
                VALUES CURRENT DATE INTO :W-DATA-OGGI
           END-EXEC
           MOVE W-DATA-OGGI              TO W-T1-DATA
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TESTATA2          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-DATA-OGGI              TO W-E1-DATA
           MOVE W-RIGA-ESC-TESTATA1      TO ESC-RIGA
           WRITE ESC-RIGA
           MOVE SPACE                    TO ESC-RIGA
           WRITE ESC-RIGA
           MOVE W-RIGA-ESC-TESTATA2      TO ESC-RIGA
           WRITE ESC-RIGA
      *
      *    CICLI E FINESTRE: LA RIGA DI CONFIGURAZIONE, SE C'E',
      *    SOSTITUISCE I DEFAULT
           EXEC SQL SELECT CFG_MESI_ALTO, CFG_MESI_MEDIO,
                           CFG_MESI_BASSO, CFG_MESI_NEGATIVO,
                           CFG_GG_PREAVVISO, CFG_GG_SOLLECITO
                      INTO :RJ-MESI-ALTO, :RJ-MESI-MEDIO,
                           :RJ-MESI-BASSO, :RJ-MESI-NEGATIVO,
                           :RJ-GG-PREAVVISO, :RJ-GG-SOLLECITO
                      FROM T_ANA_KYC_CFG
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 12                   TO RJ-MESI-ALTO
               MOVE 36                   TO RJ-MESI-MEDIO
               MOVE 60                   TO RJ-MESI-BASSO
               MOVE 3                    TO RJ-MESI-NEGATIVO
               MOVE 60                   TO RJ-GG-PREAVVISO
               MOVE 30                   TO RJ-GG-SOLLECITO
           END-IF
      *    UN SOLLECITO GIA' INVIATO SI RIPETE SOLO DOPO LA FINESTRA
           EXEC SQL
                VALUES CHAR(CURRENT DATE - :RJ-GG-SOLLECITO DAYS, ISO)
                  INTO :RJ-LIMITE-SOLL
           END-EXEC
      *
           EXEC SQL SELECT ROU_PRINTER, ROU_CLASS, ROU_MSGCLASS
                      INTO :RJ2-PRINTER, :RJ1-CLASS, :RJ1-MSGCLASS
                      FROM T_DFAX_ROUTING
                     WHERE ROU_CODSOC = 100
                       AND ROU_AGE    = 0
                       AND ROU_CANALE = '*'
           END-EXEC
           EXEC SQL SELECT SOCI_DESCRIZIONE
                      INTO :RJ-MITTENTE
                      FROM T_GEN_SOCI
                     WHERE SOCI_CODSOC = 100
           END-EXEC
           EXEC SQL OPEN CURS-NDG END-EXEC.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2000-SCADENZE.
           EXEC SQL FETCH CURS-NDG
                    INTO :RJ-NDG, :RJ-PEP, :RJ-PAESE-RES,
                         :RJ-CLASSE, :RJ-DT-ONBOARDING
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-NDG              TO TRUE
               GO TO 2000-SCADENZE-X
           END-IF
           ADD 1                         TO RJ-TOT-NDG
           PERFORM 2100-LEGGI-REGISTRO   THRU 2100-LEGGI-REGISTRO-X
           IF  NOT REGISTRO-NUOVO
           THEN
               PERFORM 2200-EVENTI       THRU 2200-EVENTI-X
           END-IF
           PERFORM 2300-CALCOLA-SCADENZA THRU 2300-CALCOLA-SCADENZA-X
           PERFORM 2400-SCRIVI-REGISTRO  THRU 2400-SCRIVI-REGISTRO-X
      *    OGNI NDG E' UNA UNITA' LOGICA A SE'
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       2000-SCADENZE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2100-LEGGI-REGISTRO.
           MOVE 'N'                      TO SW-REGISTRO
           MOVE SPACE                    TO RJ-KYC-ULTIMA
                                            RJ-KYC-ESITO
                                            RJ-KYC-DT-TRIGGER
                                            RJ-KYC-TRIGGER
           EXEC SQL SELECT COALESCE(CHAR(KYC_DT_ULTIMA, ISO), ' '),
                           KYC_ESITO, KYC_PEP, KYC_PAESE_RES,
                           COALESCE(CHAR(KYC_DT_TRIGGER, ISO), ' '),
                           KYC_TRIGGER
                      INTO :RJ-KYC-ULTIMA, :RJ-KYC-ESITO,
                           :RJ-KYC-PEP, :RJ-KYC-PAESE,
                           :RJ-KYC-DT-TRIGGER, :RJ-KYC-TRIGGER
                      FROM T_ANA_KYC_REVIEW
                     WHERE KYC_NDG = :RJ-NDG
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET REGISTRO-NUOVO        TO TRUE
               ADD 1                     TO RJ-TOT-NUOVI
           END-IF.
      *----------------------------------------------------------------*
       2100-LEGGI-REGISTRO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2200-EVENTI.
      *    IL REGISTRO CONSERVA PEP E PAESE DI RESIDENZA VISTI LA
      *    NOTTE PRIMA: IL CAMBIO E' L'EVENTO CHE ANTICIPA LA
      *    REVISIONE A OGGI
           IF  RJ-PEP = 'S'
           AND RJ-KYC-PEP NOT = 'S'
           THEN
               MOVE 'PEP'                TO RJ-KYC-TRIGGER
               MOVE W-DATA-OGGI          TO RJ-KYC-DT-TRIGGER
               ADD 1                     TO RJ-TOT-EVENTI
               GO TO 2200-EVENTI-X
           END-IF
           IF  RJ-PAESE-RES = RJ-KYC-PAESE
           THEN
               GO TO 2200-EVENTI-X
           END-IF
           MOVE ZERO                     TO RJ-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :RJ-CONTA
                      FROM T_BE_PAESI_RISCHIO
                     WHERE PAE_PAESE = :RJ-PAESE-RES
           END-EXEC
           IF  SQLCODE = ZERO AND RJ-CONTA > ZERO
           THEN
               MOVE 'PAE'                TO RJ-KYC-TRIGGER
               MOVE W-DATA-OGGI          TO RJ-KYC-DT-TRIGGER
               ADD 1                     TO RJ-TOT-EVENTI
           END-IF.
      *----------------------------------------------------------------*
       2200-EVENTI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2300-CALCOLA-SCADENZA.
           EVALUATE TRUE
               WHEN RJ-KYC-ESITO = 'N'
                   MOVE RJ-MESI-NEGATIVO TO RJ-MESI
               WHEN RJ-CLASSE = 'A'
                   MOVE RJ-MESI-ALTO     TO RJ-MESI
               WHEN RJ-CLASSE = 'B'
                   MOVE RJ-MESI-BASSO    TO RJ-MESI
               WHEN OTHER
                   MOVE RJ-MESI-MEDIO    TO RJ-MESI
           END-EVALUATE
           IF  RJ-KYC-ULTIMA = SPACE
           THEN
               MOVE RJ-DT-ONBOARDING     TO RJ-BASE
           ELSE
               MOVE RJ-KYC-ULTIMA        TO RJ-BASE
           END-IF
           EXEC SQL
                VALUES CHAR(DATE(:RJ-BASE) + :RJ-MESI MONTHS, ISO)
                  INTO :RJ-SCADENZA
           END-EXEC
      *    UN EVENTO SUCCESSIVO ALL'ULTIMA REVISIONE ANTICIPA LA
      *    SCADENZA ALLA DATA DELL'EVENTO
           IF  RJ-KYC-DT-TRIGGER NOT = SPACE
           AND RJ-KYC-DT-TRIGGER > RJ-KYC-ULTIMA
           AND RJ-KYC-DT-TRIGGER < RJ-SCADENZA
           THEN
               MOVE RJ-KYC-DT-TRIGGER    TO RJ-SCADENZA
           END-IF.
      *----------------------------------------------------------------*
       2300-CALCOLA-SCADENZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2400-SCRIVI-REGISTRO.
           IF  REGISTRO-NUOVO
           THEN
               EXEC SQL INSERT INTO T_ANA_KYC_REVIEW
                               (KYC_NDG
                               ,KYC_CLASSE
                               ,KYC_DT_SCADENZA
                               ,KYC_ESITO
                               ,KYC_PEP
                               ,KYC_PAESE_RES
                               ,KYC_TRIGGER
                               ,KYC_DATA_AGG)
                        VALUES (:RJ-NDG
                               ,:RJ-CLASSE
                               ,DATE(:RJ-SCADENZA)
                               ,' '
                               ,:RJ-PEP
                               ,:RJ-PAESE-RES
                               ,' '
                               ,CURRENT TIMESTAMP)
               END-EXEC
               GO TO 2400-SCRIVI-REGISTRO-X
           END-IF
           EXEC SQL UPDATE T_ANA_KYC_REVIEW
                       SET KYC_CLASSE      = :RJ-CLASSE,
                           KYC_DT_SCADENZA = DATE(:RJ-SCADENZA),
                           KYC_PEP         = :RJ-PEP,
                           KYC_PAESE_RES   = :RJ-PAESE-RES,
                           KYC_DATA_AGG    = CURRENT TIMESTAMP
                     WHERE KYC_NDG = :RJ-NDG
           END-EXEC
           IF  RJ-KYC-DT-TRIGGER = W-DATA-OGGI
           THEN
               EXEC SQL UPDATE T_ANA_KYC_REVIEW
                           SET KYC_TRIGGER    = :RJ-KYC-TRIGGER,
                               KYC_DT_TRIGGER = CURRENT DATE
                         WHERE KYC_NDG = :RJ-NDG
               END-EXEC
           END-IF.
      *----------------------------------------------------------------*
       2400-SCRIVI-REGISTRO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-LISTA-LAVORO.
           EXEC SQL FETCH CURS-WORK
                    INTO :RJ-NDG, :RJ-PROV, :RJ-COGN, :RJ-CLASSE,
                         :RJ-SCADENZA, :RJ-KYC-ULTIMA,
                         :RJ-KYC-TRIGGER, :RJ-KYC-SOLLECITO,
                         :RJ-MAIL
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-WORK             TO TRUE
               EXEC SQL CLOSE CURS-WORK END-EXEC
               GO TO 3000-LISTA-LAVORO-X
           END-IF
           IF  RJ-SCADENZA < W-DATA-OGGI
           THEN
               MOVE 'SCADUTA'            TO W-DETT-STATO
               ADD 1                     TO RJ-TOT-SCADUTE
           ELSE
               MOVE 'IN SCADENZA'        TO W-DETT-STATO
               ADD 1                     TO RJ-TOT-IN-SCADENZA
           END-IF
           EVALUATE TRUE
               WHEN RJ-MAIL = SPACE
                   MOVE 'SENZA CONTATTO' TO W-DETT-ESITO
               WHEN RJ-KYC-SOLLECITO NOT = SPACE
               AND  RJ-KYC-SOLLECITO > RJ-LIMITE-SOLL
                   MOVE 'GIA'' SOLLECITATO'
                                         TO W-DETT-ESITO
               WHEN OTHER
                   PERFORM 3100-LETTERA  THRU 3100-LETTERA-X
                   EXEC SQL UPDATE T_ANA_KYC_REVIEW
                               SET KYC_DT_SOLLECITO = CURRENT DATE
                             WHERE KYC_NDG = :RJ-NDG
                   END-EXEC
                   ADD 1                 TO RJ-TOT-SOLLECITI
                   MOVE 'SOLLECITATO'    TO W-DETT-ESITO
           END-EVALUATE
           MOVE RJ-PROV                  TO W-DETT-PROV
           MOVE RJ-NDG                   TO W-DETT-NDG
           MOVE RJ-COGN                  TO W-DETT-COGN
           MOVE RJ-CLASSE                TO W-DETT-CLASSE
           MOVE RJ-SCADENZA              TO W-DETT-SCADENZA
           MOVE RJ-KYC-ULTIMA            TO W-DETT-ULTIMA
           MOVE RJ-KYC-TRIGGER           TO W-DETT-TRIGGER
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       3000-LISTA-LAVORO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3100-LETTERA.
           MOVE RIGA-JOB1                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB2                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB3                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB4                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-LET-1               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RJ-SCADENZA              TO RL2-DATA
           MOVE RIGA-LET-2               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-LET-3               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-LET-4               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB11               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB5                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOBCS1              TO SUB-RIGA
           WRITE SUB-RIGA
           PERFORM 3200-RIGA-INDIRIZZO   THRU 3200-RIGA-INDIRIZZO-X
           MOVE TAB-INDIRIZZO            TO RJ6-INDIRIZZO
           MOVE RIGA-JOB6                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RJ-MITTENTE              TO RJ7-NAME
           MOVE RIGA-JOB7                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB11               TO SUB-RIGA
           WRITE SUB-RIGA.
      *----------------------------------------------------------------*
       3100-LETTERA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3200-RIGA-INDIRIZZO.
      *    {'indirizzomail'} COME 2200-RIGA-INDIRIZZO DI AN0233RE
           INITIALIZE TAB-INDIRIZZO
           MOVE WK-GRAFFA-OP             TO ELE-TAB-IND(1)
           MOVE ''''                     TO ELE-TAB-IND(2)
           MOVE 3                        TO IND
           PERFORM 3210-CAR-MAIL         THRU 3210-CAR-MAIL-X
                   VARYING IND1 FROM 1 BY 1
                   UNTIL IND1 > 35
                   OR    RJ-MAIL(IND1:1) = SPACE
           IF  IND < 40
           THEN
               MOVE ''''                 TO ELE-TAB-IND(IND)
               ADD 1                     TO IND
               MOVE WK-GRAFFA-CL         TO ELE-TAB-IND(IND)
           END-IF.
      *----------------------------------------------------------------*
       3200-RIGA-INDIRIZZO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3210-CAR-MAIL.
           IF  RJ-MAIL(IND1:1) = '§' OR '@'
           THEN
               MOVE WK-CHIOCCIOLA        TO ELE-TAB-IND(IND)
           ELSE
               MOVE RJ-MAIL(IND1:1)      TO ELE-TAB-IND(IND)
           END-IF
           ADD 1                         TO IND.
      *----------------------------------------------------------------*
       3210-CAR-MAIL-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4000-ESCALATION.
           EXEC SQL FETCH CURS-ESC
                    INTO :RJ-NDG, :RJ-PROV, :RJ-COGN, :RJ-SCADENZA,
                         :RJ-GG-RITARDO, :RJ-KYC-TRIGGER,
                         :RJ-KYC-ESCALATION
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-ESC              TO TRUE
               EXEC SQL CLOSE CURS-ESC END-EXEC
               GO TO 4000-ESCALATION-X
           END-IF
           ADD 1                         TO RJ-TOT-ESCALATION
           MOVE RJ-PROV                  TO W-ESC-PROV
           MOVE RJ-NDG                   TO W-ESC-NDG
           MOVE RJ-COGN                  TO W-ESC-COGN
           MOVE RJ-SCADENZA              TO W-ESC-SCADENZA
           MOVE RJ-GG-RITARDO            TO W-ESC-RITARDO
           MOVE RJ-KYC-TRIGGER           TO W-ESC-TRIGGER
           MOVE RJ-KYC-ESCALATION        TO W-ESC-DAL
           MOVE W-RIGA-ESC-DETT          TO ESC-RIGA
           WRITE ESC-RIGA.
      *----------------------------------------------------------------*
       4000-ESCALATION-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
      *    LA PRIMA ESCALATION DI OGNI REVISIONE RESTA DATATA
           EXEC SQL UPDATE T_ANA_KYC_REVIEW
                       SET KYC_DT_ESCALATION = CURRENT DATE
                     WHERE KYC_CLASSE = 'A'
                       AND KYC_DT_SCADENZA < CURRENT DATE
                       AND KYC_DT_ESCALATION IS NULL
           END-EXEC
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RJ-TOT-NDG               TO W-TOT-NDG
           MOVE RJ-TOT-NUOVI             TO W-TOT-NUOVI
           MOVE RJ-TOT-EVENTI            TO W-TOT-EVENTI
           MOVE W-RIGA-TOTALI1           TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RJ-TOT-SCADUTE           TO W-TOT-SCADUTE
           MOVE RJ-TOT-IN-SCADENZA       TO W-TOT-IN-SCADENZA
           MOVE RJ-TOT-SOLLECITI         TO W-TOT-SOLLECITI
           MOVE W-RIGA-TOTALI2           TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO ESC-RIGA
           WRITE ESC-RIGA
           MOVE RJ-TOT-ESCALATION        TO W-TOT-ESCALATION
           MOVE W-RIGA-ESC-TOTALI        TO ESC-RIGA
           WRITE ESC-RIGA
           CLOSE SUB-FILE RPT-ANA-KYC RPT-ANA-KYCESC
           EXEC SQL COMMIT END-EXEC
      *    REVISIONI AD ALTO RISCHIO SCADUTE: LO STEP SEGNALA
           IF  RJ-TOT-ESCALATION > ZERO
           THEN
               MOVE 4                    TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM AN0233RJ *******************************
