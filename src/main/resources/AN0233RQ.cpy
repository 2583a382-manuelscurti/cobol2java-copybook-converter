      ******************************************************************
      *                        AN0233RQ                                *
      *                                                                *
      *  PROCEDURA    : ANAGRAFE GENERALE - RAPPORTI DORMIENTI         *
      *  DESCRIZIONE  : CENSIMENTO DEI RAPPORTI DORMIENTI (NESSUNA     *
      *                 OPERAZIONE DEL CLIENTE DA 10 ANNI) SUL         *
      *                 REGISTRO T_ANA_DORMIENTI. L'ULTIMA             *
      *                 ATTIVITA' DI UN RAPPORTO APERTO DI             *
      *                 T_ANA_RAPPORTI E' LA PIU'                      *
      *                 RECENTE TRA: BONIFICI ORDINATI O RICEVUTI SUL  *
      *                 SUO IBAN (BE00TBMO E ARCHIVIO BE00TBMO_ARC,    *
      *                 ANNULLATI ESCLUSI), PRATICHE DFAX DEL TITOLARE *
      *                 (T_DFAX_INVIO), FIRMA DI CONTRATTI FLUSSI      *
      *                 INFORMATIVI DEL TITOLARE (TE000902) E, IN      *
      *                 MANCANZA, ONBOARDING DELL'NDG.                 *
      *                 FILE PARAMETRO PARDORM: 'A' PASSATA ANNUALE,   *
      *                 'M' (O ALTRO) PASSATA MENSILE DI PREALLERTA.   *
      *                 IN ENTRAMBE:                                   *
      *                  - CONTROLLO FINESTRA DI RISPOSTA DEI RAPPORTI *
      *                    NOTIFICATI: OPERAZIONE SUCCESSIVA ALLA      *
      *                    NOTIFICA -> 'R' RIATTIVATO; 180 GIORNI      *
      *                    TRASCORSI SENZA OPERAZIONI -> 'S' DA        *
      *                    DEVOLVERE                                   *
      *                 SOLO ANNUALE:                                  *
      *                  - LISTA DI DEVOLUZIONE AL FONDO (FILE         *
      *                    DEVDORM) DEI RAPPORTI 'S' CON IL SALDO DEL  *
      *                    CONTO E RENDICONTO ANNUALE PER IL           *
      *                    MINISTERO;                                  *
      *                    RAPPORTI PORTATI A 'D' DEVOLUTO             *
      *                  - NUOVI DORMIENTI REGISTRATI 'N' CON GLI NDG  *
      *                    INTESTATARI (TITOLARE E COINTESTATARI 'CI'  *
      *                    DI T_ANA_DELEGHE) SU T_ANA_DORMIENTI_INT E  *
      *                    LETTERA RACCOMANDATA A OGNI INTESTATARIO    *
      *                    (JOB AOPPRINT IN STAMPA COME AN0233RP)      *
      *                 SOLO MENSILE:                                  *
      *                  - PREALLERTA DEI RAPPORTI CHE DIVENTANO       *
      *                    DORMIENTI ENTRO IL PREAVVISO (3 MESI) E DI  *
      *                    QUELLI GIA' DORMIENTI IN ATTESA DELLA       *
      *                    PASSATA ANNUALE                             *
      *                 ANNI, GIORNI DI RISPOSTA E PREAVVISO SU        *
      *                 T_ANA_DORM_CFG                                 *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ANAGRAFE           *
      *  INPUT        : PARDORM, T_ANA_RAPPORTI, T_ANA_NDG,            *
      *                 T_ANA_DELEGHE, BE00TBMO, BE00TBMO_ARC,         *
      *                 T_DFAX_INVIO, TE000902, T_ANA_DORM_CFG (DB2)   *
      *  OUTPUT       : T_ANA_DORMIENTI, T_ANA_DORMIENTI_INT, LETTERE  *
      *                 SU INTRDR, LISTA DI DEVOLUZIONE SU DEVDORM,    *
      *                 REPORT SU RPT-ANA-DORMIENTI                    *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - CENSIMENTO RAPPORTI DORMIENTI CON    *
      *           NOTIFICA, FINESTRA DI RISPOSTA E DEVOLUZIONE ANNUALE *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     AN0233RQ.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT PAR-FILE          ASSIGN  TO  PARDORM
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT SUB-FILE          ASSIGN  TO  INTRDR
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT DEV-FILE          ASSIGN  TO  DEVDORM
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-ANA-DORMIENTI ASSIGN  TO  RPTANDOR
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  PAR-FILE
           RECORDING MODE IS F.
       01  PAR-RECORD.
           02  PAR-MODALITA             PIC  X(01).
           02  FILLER                   PIC  X(79).
      *
       FD  SUB-FILE
           RECORDING MODE IS F.
       01  SUB-RIGA                     PIC  X(80).
      *
      *    LISTA DI DEVOLUZIONE AL FONDO: UN RECORD PER RAPPORTO
       FD  DEV-FILE
           RECORDING MODE IS F.
       01  DEV-RECORD.
           02  DEV-IBAN                 PIC  X(34).
           02  DEV-NDG                  PIC  X(12).
           02  DEV-CODFIS               PIC  X(16).
           02  DEV-COGN                 PIC  X(30).
           02  DEV-NOME                 PIC  X(30).
      *        SALDO IN CENTESIMI
           02  DEV-SALDO                PIC  9(16).
           02  DEV-DT-ULT-MOV           PIC  X(10).
           02  DEV-DT-NOTIFICA          PIC  X(10).
           02  FILLER                   PIC  X(12).
      *
       FD  RPT-ANA-DORMIENTI
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  RQ-MODALITA                   PIC  X(01)  VALUE SPACE.
           88  PASSATA-ANNUALE                       VALUE 'A'.
      *
      *    RAPPORTO IN ESAME
       01  RQ-RAP-SERV                   PIC  X(02)  VALUE SPACE.
       01  RQ-RAP-FIL                    PIC  X(05)  VALUE SPACE.
       01  RQ-RAP-CC                     PIC  X(08)  VALUE SPACE.
       01  RQ-IBAN                       PIC  X(34)  VALUE SPACE.
       01  RQ-NDG                        PIC  X(12)  VALUE SPACE.
       01  RQ-CODCLI                     PIC  9(14)  VALUE ZERO.
       01  RQ-COGN                       PIC  X(30)  VALUE SPACE.
       01  RQ-NOME                       PIC  X(30)  VALUE SPACE.
       01  RQ-CODFIS                     PIC  X(16)  VALUE SPACE.
       01  RQ-SALDO                      PIC S9(18)  COMP-3 VALUE ZERO.
       01  RQ-DT-NOTIFICA                PIC  X(10)  VALUE SPACE.
       01  RQ-SCADUTA                    PIC  X(01)  VALUE SPACE.
      *
      *    ULTIMA ATTIVITA' DEL RAPPORTO (AAAA-MM-GG) E FONTI
       01  RQ-DT-ULT                     PIC  X(10)  VALUE SPACE.
       01  RQ-DT-FONTE                   PIC  X(10)  VALUE SPACE.
       01  RQ-DFIRKR                     PIC  X(08)  VALUE SPACE.
       01  RQ-DT-TE.
           02  RQ-DT-TE-AAAA             PIC  X(04).
           02  FILLER                    PIC  X(01)  VALUE '-'.
           02  RQ-DT-TE-MM               PIC  X(02).
           02  FILLER                    PIC  X(01)  VALUE '-'.
           02  RQ-DT-TE-GG               PIC  X(02).
      *
      *    DATE LIMITE (AAAA-MM-GG)
       01  RQ-DATA-DORM                  PIC  X(10)  VALUE SPACE.
       01  RQ-DATA-PREAVVISO             PIC  X(10)  VALUE SPACE.
      *
      *    INTESTATARIO DESTINATARIO DELLA LETTERA
       01  RQ-INT-NDG                    PIC  X(12)  VALUE SPACE.
       01  RQ-INT-RUOLO                  PIC  X(02)  VALUE SPACE.
       01  RQ-INT-COGN                   PIC  X(30)  VALUE SPACE.
       01  RQ-INT-NOME                   PIC  X(30)  VALUE SPACE.
       01  RQ-INT-CAP                    PIC  X(05)  VALUE SPACE.
       01  RQ-INT-COMU                   PIC  X(30)  VALUE SPACE.
       01  RQ-INT-PROV                   PIC  X(02)  VALUE SPACE.
      *
      *    PARAMETRI (T_ANA_DORM_CFG)
       01  RQ-ANNI-DORM                  PIC S9(05)  COMP-3 VALUE ZERO.
       01  RQ-GG-RISPOSTA                PIC S9(05)  COMP-3 VALUE ZERO.
       01  RQ-MESI-PREAVVISO             PIC S9(05)  COMP-3 VALUE ZERO.
      *
       01  RQ-MITTENTE                   PIC  X(30)  VALUE SPACE.
      *
       01  SW-FINE-RAP                   PIC  X(01)  VALUE 'N'.
           88  FINE-RAP                              VALUE 'S'.
       01  SW-FINE-NOT                   PIC  X(01)  VALUE 'N'.
           88  FINE-NOT                              VALUE 'S'.
       01  SW-FINE-DEV                   PIC  X(01)  VALUE 'N'.
           88  FINE-DEV                              VALUE 'S'.
       01  SW-FINE-INT                   PIC  X(01)  VALUE 'N'.
           88  FINE-INT                              VALUE 'S'.
      *
       01  RQ-TOT-RAPPORTI               PIC S9(09)  COMP-3 VALUE ZERO.
       01  RQ-TOT-NOTIFICATI             PIC S9(09)  COMP-3 VALUE ZERO.
       01  RQ-TOT-LETTERE                PIC S9(09)  COMP-3 VALUE ZERO.
       01  RQ-TOT-RIATTIVATI             PIC S9(09)  COMP-3 VALUE ZERO.
       01  RQ-TOT-SCADUTI                PIC S9(09)  COMP-3 VALUE ZERO.
       01  RQ-TOT-DEVOLUTI               PIC S9(09)  COMP-3 VALUE ZERO.
       01  RQ-TOT-PREALLERTA             PIC S9(09)  COMP-3 VALUE ZERO.
       01  RQ-IMP-DEVOLUTO               PIC S9(18)  COMP-3 VALUE ZERO.
       01  RQ-IMPORTO-EUR                PIC S9(16)V99 COMP-3
                                                     VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    SCHELETRO DEL JOB AOPPRINT IN STAMPA, COME AN0233RP
      *----------------------------------------------------------------*
       01  RIGA-JOB1.
           02 FILLER                 PIC X(11)  VALUE '//FE07DORM'.
           02 FILLER                 PIC X(11)  VALUE ' JOB CLASS='.
           02 RJ1-CLASS              PIC X      VALUE 'M'.
           02 FILLER                 PIC X(10)  VALUE ',MSGCLASS='.
           02 RJ1-MSGCLASS           PIC X      VALUE 'Z'.
           02 FILLER                 PIC X(14)  VALUE ',USER=UDFAXSCA'.
           02 FILLER                 PIC X(32)  VALUE SPACE.
       01  RIGA-JOB2.
           02 FILLER                 PIC X(31)  VALUE
              '//POSTA EXEC AOPPRINT,PRINTER='''.
           02 RJ2-PRINTER            PIC X(7)   VALUE 'PRT2001'.
           02 FILLER                 PIC X(02)  VALUE ''','.
           02 FILLER                 PIC X(40)  VALUE SPACE.
       01  RIGA-JOB4                 PIC X(80)  VALUE
              '//SYSIN DD *                                    '.
       01  RIGA-JOB11                PIC X(80)  VALUE
              '/*                                              '.
      *
      *-- CORPO DELLA LETTERA RACCOMANDATA
       01  RIGA-LET-RACC             PIC X(80)  VALUE
              'RACCOMANDATA A/R'.
       01  RIGA-LET-NOMIN.
           02 RLN-COGN               PIC X(30).
           02 FILLER                 PIC X(01)   VALUE SPACE.
           02 RLN-NOME               PIC X(30).
           02 FILLER                 PIC X(19)   VALUE SPACE.
       01  RIGA-LET-LOC.
           02 RLL-CAP                PIC X(05).
           02 FILLER                 PIC X(01)   VALUE SPACE.
           02 RLL-COMU               PIC X(30).
           02 FILLER                 PIC X(02)   VALUE ' ('.
           02 RLL-PROV               PIC X(02).
           02 FILLER                 PIC X(01)   VALUE ')'.
           02 FILLER                 PIC X(39)   VALUE SPACE.
       01  RIGA-LET-1.
           02 FILLER                 PIC X(35)   VALUE
              'GENTILE CLIENTE, SUL RAPPORTO IBAN '.
           02 RL1-IBAN               PIC X(34).
           02 FILLER                 PIC X(11)   VALUE SPACE.
       01  RIGA-LET-2.
           02 FILLER                 PIC X(45)   VALUE
              'NON RISULTANO OPERAZIONI DA LEI DISPOSTE DAL '.
           02 RL2-DATA               PIC X(10).
           02 FILLER                 PIC X(25)   VALUE SPACE.
       01  RIGA-LET-3.
           02 FILLER                 PIC X(33)   VALUE
              'SE NON EFFETTUA OPERAZIONI ENTRO '.
           02 RL3-GG                 PIC ZZ9.
           02 FILLER                 PIC X(44)   VALUE
              ' GIORNI DAL RICEVIMENTO DELLA PRESENTE'.
       01  RIGA-LET-4                PIC X(80)  VALUE
              'IL SALDO SARA'' DEVOLUTO AL FONDO RAPPORTI DORMIENTI'.
       01  RIGA-LET-5                PIC X(80)  VALUE
              'COME PREVISTO DALLA LEGGE.'.
       01  RIGA-LET-6                PIC X(80)  VALUE
              'PER INFORMAZIONI SI RIVOLGA ALLA SUA FILIALE'.
       01  RIGA-LET-VUOTA            PIC X(80)  VALUE SPACE.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'ANAGRAFE - RAPPORTI DORMIENTI - PASSATA DEL '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(03)  VALUE SPACE.
           02  W-T1-MODALITA             PIC  X(09).
           02  FILLER                    PIC  X(66)  VALUE SPACE.
      *
       01  W-RIGA-TESTATA2.
           02  FILLER                    PIC  X(44)  VALUE
               'IBAN                         NDG           N'.
           02  FILLER                    PIC  X(44)  VALUE
               'OMINATIVO                ULT. ATTIV. NOTIFIC'.
           02  FILLER                    PIC  X(44)  VALUE
               'A             SALDO EUR  ESITO              '.
      *
       01  W-RIGA-DETT.
           02  W-DETT-IBAN               PIC  X(27).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-NDG                PIC  X(12).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-COGN               PIC  X(24).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-ULT                PIC  X(10).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-NOTIFICA           PIC  X(10).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-SALDO              PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-ESITO              PIC  X(14).
           02  FILLER                    PIC  X(05)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI1.
           02  FILLER                    PIC  X(20)  VALUE
               'RAPPORTI ESAMINATI: '.
           02  W-TOT-RAPPORTI            PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  NOTIFICATI:       '.
           02  W-TOT-NOTIFICATI          PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  LETTERE:          '.
           02  W-TOT-LETTERE             PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  PREALLERTA:       '.
           02  W-TOT-PREALLERTA          PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(08)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI2.
           02  FILLER                    PIC  X(20)  VALUE
               'RIATTIVATI:         '.
           02  W-TOT-RIATTIVATI          PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  DA DEVOLVERE:     '.
           02  W-TOT-SCADUTI             PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  DEVOLUTI:         '.
           02  W-TOT-DEVOLUTI            PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(39)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI3.
           02  FILLER                    PIC  X(20)  VALUE
               'IMPORTO DEVOLUTO:   '.
           02  W-IMP-DEVOLUTO            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(94)  VALUE SPACE.
      *
       01  W-DATA-OGGI                   PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    RAPPORTI APERTI NON GIA' IN CORSO DI DORMIENZA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-RAP CURSOR FOR
               SELECT  RAP.RAP_SERV, RAP.RAP_FIL, RAP.RAP_CC,
                       RAP.RAP_IBAN, RAP.RAP_NDG,
                       COALESCE(ANA.ANA_CODCLI, 0),
                       COALESCE(ANA.ANA_COGN, ' '),
                       COALESCE(CHAR(ANA.ANA_DT_ONBOARDING, ISO),
                                '0001-01-01')
                 FROM  T_ANA_RAPPORTI RAP
                       LEFT JOIN T_ANA_NDG ANA
                          ON ANA.ANA_NDG = RAP.RAP_NDG
                WHERE  RAP.RAP_STATO <> 'C'
                  AND  NOT EXISTS
                      (SELECT 1
                         FROM T_ANA_DORMIENTI DOR
                        WHERE DOR.DOR_IBAN  = RAP.RAP_IBAN
                          AND DOR.DOR_STATO IN ('N', 'S', 'D'))
                ORDER BY RAP.RAP_FIL, RAP.RAP_CC
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    RAPPORTI NOTIFICATI IN FINESTRA DI RISPOSTA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-NOT CURSOR FOR
               SELECT  DOR.DOR_IBAN, DOR.DOR_NDG,
                       COALESCE(ANA.ANA_CODCLI, 0),
                       COALESCE(ANA.ANA_COGN, ' '),
                       COALESCE(CHAR(ANA.ANA_DT_ONBOARDING, ISO),
                                '0001-01-01'),
                       CHAR(DOR.DOR_DT_NOTIFICA, ISO),
                       CASE WHEN DOR.DOR_DT_NOTIFICA
                                 + :RQ-GG-RISPOSTA DAYS < CURRENT DATE
                            THEN 'S' ELSE 'N' END
                 FROM  T_ANA_DORMIENTI DOR
                       LEFT JOIN T_ANA_NDG ANA
                          ON ANA.ANA_NDG = DOR.DOR_NDG
                WHERE  DOR.DOR_STATO = 'N'
                ORDER BY DOR.DOR_IBAN
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    RAPPORTI DA DEVOLVERE CON SALDO E TITOLARE
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-DEV CURSOR FOR
               SELECT  DOR.DOR_IBAN, DOR.DOR_NDG,
                       COALESCE(ANA.ANA_CODFIS, ' '),
                       COALESCE(ANA.ANA_COGN, ' '),
                       COALESCE(ANA.ANA_NOME, ' '),
                       COALESCE(RAP.RAP_SALDO, 0),
                       DOR.DOR_DT_ULT_MOV,
                       CHAR(DOR.DOR_DT_NOTIFICA, ISO)
                 FROM  T_ANA_DORMIENTI DOR
                       LEFT JOIN T_ANA_RAPPORTI RAP
                          ON RAP.RAP_IBAN = DOR.DOR_IBAN
                       LEFT JOIN T_ANA_NDG ANA
                          ON ANA.ANA_NDG = DOR.DOR_NDG
                WHERE  DOR.DOR_STATO = 'S'
                ORDER BY DOR.DOR_IBAN
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    INTESTATARI DEL RAPPORTO: TITOLARE E COINTESTATARI
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-INT CURSOR FOR
               SELECT  ANA.ANA_NDG, 'TI', ANA.ANA_COGN, ANA.ANA_NOME,
                       ANA.ANA_CAP, ANA.ANA_COMU, ANA.ANA_PROV
                 FROM  T_ANA_NDG ANA
                WHERE  ANA.ANA_NDG = :RQ-NDG
               UNION ALL
               SELECT  ANA.ANA_NDG, DLG.DLG_RUOLO, ANA.ANA_COGN,
                       ANA.ANA_NOME, ANA.ANA_CAP, ANA.ANA_COMU,
                       ANA.ANA_PROV
                 FROM  T_ANA_DELEGHE DLG
                       INNER JOIN T_ANA_NDG ANA
                          ON ANA.ANA_NDG = DLG.DLG_NDG_DELEGATO
                WHERE  DLG.DLG_RAP_SERV = :RQ-RAP-SERV
                  AND  DLG.DLG_RAP_FIL  = :RQ-RAP-FIL
                  AND  DLG.DLG_RAP_CC   = :RQ-RAP-CC
                  AND  DLG.DLG_RUOLO    = 'CI'
                  AND  DLG.DLG_STATO    = 'A'
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-FINESTRA         THRU 2000-FINESTRA-X
           IF  PASSATA-ANNUALE
           THEN
               PERFORM 3000-DEVOLUZIONE  THRU 3000-DEVOLUZIONE-X
           END-IF
           PERFORM 4000-CENSIMENTO       THRU 4000-CENSIMENTO-X
           PERFORM 9000-FINALIZZA        THRU 9000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN INPUT  PAR-FILE
           OPEN OUTPUT SUB-FILE DEV-FILE RPT-ANA-DORMIENTI
           READ PAR-FILE
               AT END
                  MOVE 'M'               TO RQ-MODALITA
               NOT AT END
                  MOVE PAR-MODALITA      TO RQ-MODALITA
           END-READ
           CLOSE PAR-FILE
           EXEC SQL
                VALUES CURRENT DATE INTO :W-DATA-OGGI
           END-EXEC
           EXEC SQL SELECT CFG_ANNI_DORMIENZA, CFG_GG_RISPOSTA,
                           CFG_MESI_PREAVVISO
                      INTO :RQ-ANNI-DORM, :RQ-GG-RISPOSTA,
                           :RQ-MESI-PREAVVISO
                      FROM T_ANA_DORM_CFG
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 10                   TO RQ-ANNI-DORM
               MOVE 180                  TO RQ-GG-RISPOSTA
               MOVE 3                    TO RQ-MESI-PREAVVISO
           END-IF
      *    DORMIENTE CHI NON OPERA DA PRIMA DI RQ-DATA-DORM; IN
      *    PREALLERTA CHI NON OPERA DA PRIMA DI RQ-DATA-PREAVVISO
           EXEC SQL
                VALUES (CHAR(CURRENT DATE - :RQ-ANNI-DORM YEARS, ISO),
                        CHAR(CURRENT DATE - :RQ-ANNI-DORM YEARS
                                     + :RQ-MESI-PREAVVISO MONTHS, ISO))
                  INTO :RQ-DATA-DORM, :RQ-DATA-PREAVVISO
           END-EXEC
           EXEC SQL SELECT ROU_PRINTER, ROU_CLASS, ROU_MSGCLASS
                      INTO :RJ2-PRINTER, :RJ1-CLASS, :RJ1-MSGCLASS
                      FROM T_DFAX_ROUTING
                     WHERE ROU_CODSOC = 100
                       AND ROU_AGE    = 0
                       AND ROU_CANALE = '*'
           END-EXEC
           EXEC SQL SELECT SOCI_DESCRIZIONE
                      INTO :RQ-MITTENTE
                      FROM T_GEN_SOCI
                     WHERE SOCI_CODSOC = 100
           END-EXEC
           MOVE W-DATA-OGGI              TO W-T1-DATA
           IF  PASSATA-ANNUALE
           THEN
               MOVE 'ANNUALE'            TO W-T1-MODALITA
           ELSE
               MOVE 'MENSILE'            TO W-T1-MODALITA
           END-IF
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
      *    2000-FINESTRA: UN'OPERAZIONE DOPO LA NOTIFICA RIATTIVA IL
      *    RAPPORTO; FINESTRA TRASCORSA SENZA OPERAZIONI -> DA DEVOLVERE
      *----------------------------------------------------------------*
       2000-FINESTRA.
           EXEC SQL OPEN CURS-NOT END-EXEC
           PERFORM 2100-NOTIFICATO       THRU 2100-NOTIFICATO-X
                   UNTIL FINE-NOT
           EXEC SQL CLOSE CURS-NOT END-EXEC.
      *----------------------------------------------------------------*
       2000-FINESTRA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2100-NOTIFICATO.
           EXEC SQL FETCH CURS-NOT
                    INTO :RQ-IBAN, :RQ-NDG, :RQ-CODCLI, :RQ-COGN,
                         :RQ-DT-ULT, :RQ-DT-NOTIFICA, :RQ-SCADUTA
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-NOT              TO TRUE
               GO TO 2100-NOTIFICATO-X
           END-IF
           PERFORM 5000-ULTIMA-ATTIVITA  THRU 5000-ULTIMA-ATTIVITA-X
           EVALUATE TRUE
             WHEN RQ-DT-ULT > RQ-DT-NOTIFICA
                  EXEC SQL UPDATE T_ANA_DORMIENTI
                              SET DOR_STATO      = 'R',
                                  DOR_DT_ULT_MOV = :RQ-DT-ULT,
                                  DOR_DATA_AGG   = CURRENT TIMESTAMP
                            WHERE DOR_IBAN  = :RQ-IBAN
                              AND DOR_STATO = 'N'
                  END-EXEC
                  ADD 1                  TO RQ-TOT-RIATTIVATI
                  MOVE 'RIATTIVATO'      TO W-DETT-ESITO
             WHEN RQ-SCADUTA = 'S'
                  EXEC SQL UPDATE T_ANA_DORMIENTI
                              SET DOR_STATO      = 'S',
                                  DOR_DATA_AGG   = CURRENT TIMESTAMP
                            WHERE DOR_IBAN  = :RQ-IBAN
                              AND DOR_STATO = 'N'
                  END-EXEC
                  ADD 1                  TO RQ-TOT-SCADUTI
                  MOVE 'DA DEVOLVERE'    TO W-DETT-ESITO
             WHEN OTHER
                  GO TO 2100-NOTIFICATO-X
           END-EVALUATE
           MOVE ZERO                     TO RQ-SALDO
           PERFORM 8000-STAMPA           THRU 8000-STAMPA-X.
      *----------------------------------------------------------------*
       2100-NOTIFICATO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-DEVOLUZIONE: LISTA ANNUALE DEI RAPPORTI DA DEVOLVERE
      *----------------------------------------------------------------*
       3000-DEVOLUZIONE.
           EXEC SQL OPEN CURS-DEV END-EXEC
           PERFORM 3100-DEVOLVI          THRU 3100-DEVOLVI-X
                   UNTIL FINE-DEV
           EXEC SQL CLOSE CURS-DEV END-EXEC.
      *----------------------------------------------------------------*
       3000-DEVOLUZIONE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3100-DEVOLVI.
           EXEC SQL FETCH CURS-DEV
                    INTO :RQ-IBAN, :RQ-NDG, :RQ-CODFIS, :RQ-COGN,
                         :RQ-NOME, :RQ-SALDO, :RQ-DT-ULT,
                         :RQ-DT-NOTIFICA
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-DEV              TO TRUE
               GO TO 3100-DEVOLVI-X
           END-IF
           MOVE SPACE                    TO DEV-RECORD
           MOVE RQ-IBAN                  TO DEV-IBAN
           MOVE RQ-NDG                   TO DEV-NDG
           MOVE RQ-CODFIS                TO DEV-CODFIS
           MOVE RQ-COGN                  TO DEV-COGN
           MOVE RQ-NOME                  TO DEV-NOME
           MOVE RQ-SALDO                 TO DEV-SALDO
           MOVE RQ-DT-ULT                TO DEV-DT-ULT-MOV
           MOVE RQ-DT-NOTIFICA           TO DEV-DT-NOTIFICA
           WRITE DEV-RECORD
           EXEC SQL UPDATE T_ANA_DORMIENTI
                       SET DOR_STATO      = 'D',
                           DOR_SALDO      = :RQ-SALDO,
                           DOR_DT_DEVOL   = CURRENT DATE,
                           DOR_DATA_AGG   = CURRENT TIMESTAMP
                     WHERE DOR_IBAN  = :RQ-IBAN
                       AND DOR_STATO = 'S'
           END-EXEC
           ADD 1                         TO RQ-TOT-DEVOLUTI
           ADD RQ-SALDO                  TO RQ-IMP-DEVOLUTO
           MOVE 'DEVOLUTO'               TO W-DETT-ESITO
           PERFORM 8000-STAMPA           THRU 8000-STAMPA-X.
      *----------------------------------------------------------------*
       3100-DEVOLVI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-CENSIMENTO: ULTIMA ATTIVITA' DI OGNI RAPPORTO APERTO;
      *    ANNUALE NOTIFICA I DORMIENTI, MENSILE LI SEGNALA
      *----------------------------------------------------------------*
       4000-CENSIMENTO.
           EXEC SQL OPEN CURS-RAP END-EXEC
           PERFORM 4100-RAPPORTO         THRU 4100-RAPPORTO-X
                   UNTIL FINE-RAP
           EXEC SQL CLOSE CURS-RAP END-EXEC.
      *----------------------------------------------------------------*
       4000-CENSIMENTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4100-RAPPORTO.
           EXEC SQL FETCH CURS-RAP
                    INTO :RQ-RAP-SERV, :RQ-RAP-FIL, :RQ-RAP-CC,
                         :RQ-IBAN, :RQ-NDG, :RQ-CODCLI, :RQ-COGN,
                         :RQ-DT-ULT
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-RAP              TO TRUE
               GO TO 4100-RAPPORTO-X
           END-IF
           ADD 1                         TO RQ-TOT-RAPPORTI
           PERFORM 5000-ULTIMA-ATTIVITA  THRU 5000-ULTIMA-ATTIVITA-X
           IF  RQ-DT-ULT NOT < RQ-DATA-PREAVVISO
           THEN
               GO TO 4100-RAPPORTO-X
           END-IF
           MOVE SPACE                    TO RQ-DT-NOTIFICA
           MOVE ZERO                     TO RQ-SALDO
           EVALUATE TRUE
             WHEN RQ-DT-ULT NOT < RQ-DATA-DORM
                  IF  PASSATA-ANNUALE
                  THEN
                      GO TO 4100-RAPPORTO-X
                  END-IF
                  ADD 1                  TO RQ-TOT-PREALLERTA
                  MOVE 'PREALLERTA'      TO W-DETT-ESITO
             WHEN PASSATA-ANNUALE
                  PERFORM 4200-NOTIFICA  THRU 4200-NOTIFICA-X
                  MOVE W-DATA-OGGI       TO RQ-DT-NOTIFICA
                  MOVE 'NOTIFICATO'      TO W-DETT-ESITO
             WHEN OTHER
                  ADD 1                  TO RQ-TOT-PREALLERTA
                  MOVE 'DORMIENTE'       TO W-DETT-ESITO
           END-EVALUATE
           PERFORM 8000-STAMPA           THRU 8000-STAMPA-X.
      *----------------------------------------------------------------*
       4100-RAPPORTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4200-NOTIFICA: REGISTRO, INTESTATARI E RACCOMANDATE
      *----------------------------------------------------------------*
       4200-NOTIFICA.
           EXEC SQL INSERT INTO T_ANA_DORMIENTI
                           (DOR_IBAN, DOR_RAP_SERV, DOR_RAP_FIL,
                            DOR_RAP_CC, DOR_NDG, DOR_DT_ULT_MOV,
                            DOR_DT_NOTIFICA, DOR_STATO, DOR_SALDO,
                            DOR_DATA_AGG)
                    VALUES (:RQ-IBAN, :RQ-RAP-SERV, :RQ-RAP-FIL,
                            :RQ-RAP-CC, :RQ-NDG, :RQ-DT-ULT,
                            CURRENT DATE, 'N', 0,
                            CURRENT TIMESTAMP)
           END-EXEC
           ADD 1                         TO RQ-TOT-NOTIFICATI
           MOVE 'N'                      TO SW-FINE-INT
           EXEC SQL OPEN CURS-INT END-EXEC
           PERFORM 4300-INTESTATARIO     THRU 4300-INTESTATARIO-X
                   UNTIL FINE-INT
           EXEC SQL CLOSE CURS-INT END-EXEC.
      *----------------------------------------------------------------*
       4200-NOTIFICA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4300-INTESTATARIO.
           EXEC SQL FETCH CURS-INT
                    INTO :RQ-INT-NDG, :RQ-INT-RUOLO, :RQ-INT-COGN,
                         :RQ-INT-NOME, :RQ-INT-CAP, :RQ-INT-COMU,
                         :RQ-INT-PROV
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-INT              TO TRUE
               GO TO 4300-INTESTATARIO-X
           END-IF
           EXEC SQL INSERT INTO T_ANA_DORMIENTI_INT
                           (DOI_IBAN, DOI_NDG, DOI_RUOLO,
                            DOI_DATA_INS)
                    VALUES (:RQ-IBAN, :RQ-INT-NDG, :RQ-INT-RUOLO,
                            CURRENT TIMESTAMP)
           END-EXEC
           PERFORM 4400-LETTERA          THRU 4400-LETTERA-X.
      *----------------------------------------------------------------*
       4300-INTESTATARIO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4400-LETTERA.
           MOVE RIGA-JOB1                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB2                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB4                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-LET-RACC            TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RQ-INT-COGN              TO RLN-COGN
           MOVE RQ-INT-NOME              TO RLN-NOME
           MOVE RIGA-LET-NOMIN           TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RQ-INT-CAP               TO RLL-CAP
           MOVE RQ-INT-COMU              TO RLL-COMU
           MOVE RQ-INT-PROV              TO RLL-PROV
           MOVE RIGA-LET-LOC             TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-LET-VUOTA           TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RQ-IBAN                  TO RL1-IBAN
           MOVE RIGA-LET-1               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RQ-DT-ULT                TO RL2-DATA
           MOVE RIGA-LET-2               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RQ-GG-RISPOSTA           TO RL3-GG
           MOVE RIGA-LET-3               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-LET-4               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-LET-5               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-LET-6               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-LET-VUOTA           TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RQ-MITTENTE              TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB11               TO SUB-RIGA
           WRITE SUB-RIGA
           ADD 1                         TO RQ-TOT-LETTERE.
      *----------------------------------------------------------------*
       4400-LETTERA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5000-ULTIMA-ATTIVITA: IN INGRESSO RQ-DT-ULT VALE LA DATA DI
      *    ONBOARDING DELL'NDG; NE ESCE LA DATA PIU' RECENTE TRA
      *    QUESTA E LE OPERAZIONI DEL CLIENTE SULLE FONTI CENSITE
      *----------------------------------------------------------------*
       5000-ULTIMA-ATTIVITA.
      *    BONIFICI ORDINATI O RICEVUTI, TABELLA VIVA
           MOVE SPACE                    TO RQ-DT-FONTE
           EXEC SQL SELECT COALESCE(CHAR(MAX(DATA_INSE), ISO), ' ')
                      INTO :RQ-DT-FONTE
                      FROM BE00TBMO
                     WHERE (ORD_IBAN = :RQ-IBAN
                        OR  BEN_IBAN = :RQ-IBAN)
                       AND STATO_MOV <> 'X'
           END-EXEC
           IF  SQLCODE = ZERO AND RQ-DT-FONTE > RQ-DT-ULT
           THEN
               MOVE RQ-DT-FONTE          TO RQ-DT-ULT
           END-IF
      *    IDEM SULL'ARCHIVIO STORICO
           MOVE SPACE                    TO RQ-DT-FONTE
           EXEC SQL SELECT COALESCE(CHAR(MAX(DATA_INSE), ISO), ' ')
                      INTO :RQ-DT-FONTE
                      FROM BE00TBMO_ARC
                     WHERE (ORD_IBAN = :RQ-IBAN
                        OR  BEN_IBAN = :RQ-IBAN)
                       AND STATO_MOV <> 'X'
           END-EXEC
           IF  SQLCODE = ZERO AND RQ-DT-FONTE > RQ-DT-ULT
           THEN
               MOVE RQ-DT-FONTE          TO RQ-DT-ULT
           END-IF
      *    PRATICHE DFAX DEL TITOLARE
           MOVE SPACE                    TO RQ-DT-FONTE
           EXEC SQL SELECT COALESCE(CHAR(MAX(DATE(INV_DATA_INS)), ISO),
                                    ' ')
                      INTO :RQ-DT-FONTE
                      FROM T_DFAX_INVIO
                     WHERE INV_CODCLI = :RQ-CODCLI
           END-EXEC
           IF  SQLCODE = ZERO AND RQ-DT-FONTE > RQ-DT-ULT
           THEN
               MOVE RQ-DT-FONTE          TO RQ-DT-ULT
           END-IF
      *    CONTRATTI FLUSSI INFORMATIVI FIRMATI DAL TITOLARE
           MOVE SPACE                    TO RQ-DFIRKR
           EXEC SQL SELECT COALESCE(MAX(DFIRKR), ' ')
                      INTO :RQ-DFIRKR
                      FROM TE000902
                     WHERE YNDGCL = :RQ-NDG
           END-EXEC
           IF  SQLCODE = ZERO AND RQ-DFIRKR NOT = SPACE
           THEN
               MOVE RQ-DFIRKR(1:4)       TO RQ-DT-TE-AAAA
               MOVE RQ-DFIRKR(5:2)       TO RQ-DT-TE-MM
               MOVE RQ-DFIRKR(7:2)       TO RQ-DT-TE-GG
               IF  RQ-DT-TE > RQ-DT-ULT
               THEN
                   MOVE RQ-DT-TE         TO RQ-DT-ULT
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       5000-ULTIMA-ATTIVITA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       8000-STAMPA.
           MOVE RQ-IBAN                  TO W-DETT-IBAN
           MOVE RQ-NDG                   TO W-DETT-NDG
           MOVE RQ-COGN                  TO W-DETT-COGN
           MOVE RQ-DT-ULT                TO W-DETT-ULT
           MOVE RQ-DT-NOTIFICA           TO W-DETT-NOTIFICA
           COMPUTE RQ-IMPORTO-EUR = RQ-SALDO / 100
           MOVE RQ-IMPORTO-EUR           TO W-DETT-SALDO
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       8000-STAMPA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RQ-TOT-RAPPORTI          TO W-TOT-RAPPORTI
           MOVE RQ-TOT-NOTIFICATI        TO W-TOT-NOTIFICATI
           MOVE RQ-TOT-LETTERE           TO W-TOT-LETTERE
           MOVE RQ-TOT-PREALLERTA        TO W-TOT-PREALLERTA
           MOVE W-RIGA-TOTALI1           TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RQ-TOT-RIATTIVATI        TO W-TOT-RIATTIVATI
           MOVE RQ-TOT-SCADUTI           TO W-TOT-SCADUTI
           MOVE RQ-TOT-DEVOLUTI          TO W-TOT-DEVOLUTI
           MOVE W-RIGA-TOTALI2           TO RPT-RIGA
           WRITE RPT-RIGA
           COMPUTE RQ-IMPORTO-EUR = RQ-IMP-DEVOLUTO / 100
           MOVE RQ-IMPORTO-EUR           TO W-IMP-DEVOLUTO
           MOVE W-RIGA-TOTALI3           TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE SUB-FILE DEV-FILE RPT-ANA-DORMIENTI.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM AN0233RQ *******************************
