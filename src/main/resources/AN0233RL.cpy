      ******************************************************************
      *                        AN0233RL                                *
      *                                                                *
      *  PROCEDURA    : ANAGRAFE GENERALE - REGISTRO LEI               *
      *  DESCRIZIONE  : LISTA DI LAVORO MENSILE PER PROVINCIA DELLE    *
      *                 PERSONE GIURIDICHE (CODICE FISCALE DI 11       *
      *                 CIFRE) CON LEI DA SISTEMARE:                   *
      *                  - SENZA LEI A REGISTRO                        *
      *                  - LEI DECADUTO (FLAG DI AN0233RK)             *
      *                  - RINNOVO ENTRO IL PREAVVISO (60 GIORNI)      *
      *                  - RAGIONE SOCIALE GLEIF DIVERSA DALLA         *
      *                    DENOMINAZIONE IN ANAGRAFE                   *
      *                 LE SEGNALAZIONI ALLE TRADE REPOSITORY SENZA    *
      *                 LEI VALIDO VENGONO SCARTATE                    *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ANAGRAFE           *
      *  INPUT        : T_ANA_NDG, T_ANA_LEI (DB2)                     *
      *  OUTPUT       : LISTA DI LAVORO SU RPT-ANA-LEIW                *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - LISTA MENSILE PERSONE GIURIDICHE     *
      *           SENZA LEI O CON LEI IN SCADENZA                      *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     AN0233RL.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT RPT-ANA-LEIW      ASSIGN  TO  RPTANLEW
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  RPT-ANA-LEIW
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  RL-NDG                        PIC  X(12)  VALUE SPACE.
       01  RL-PROV                       PIC  X(02)  VALUE SPACE.
       01  RL-COGN                       PIC  X(40)  VALUE SPACE.
       01  RL-CODFIS                     PIC  X(16)  VALUE SPACE.
       01  RL-LEI                        PIC  X(20)  VALUE SPACE.
       01  RL-STATO-REG                  PIC  X(20)  VALUE SPACE.
       01  RL-DT-RINNOVO                 PIC  X(10)  VALUE SPACE.
       01  RL-FLAG-DECADUTO              PIC  X(01)  VALUE SPACE.
       01  RL-FLAG-NOME                  PIC  X(01)  VALUE SPACE.
      *
       01  RL-GG-PREAVVISO               PIC S9(04)  COMP VALUE 60.
       01  RL-LIMITE                     PIC  X(10)  VALUE SPACE.
      *
       01  SW-FINE-NDG                   PIC  X(01)  VALUE 'N'.
           88  FINE-NDG                              VALUE 'S'.
      *
       01  RL-TOT-PG                     PIC S9(09)  COMP-3 VALUE ZERO.
       01  RL-TOT-SENZA                  PIC S9(09)  COMP-3 VALUE ZERO.
       01  RL-TOT-DECADUTI               PIC S9(09)  COMP-3 VALUE ZERO.
       01  RL-TOT-RINNOVO                PIC S9(09)  COMP-3 VALUE ZERO.
       01  RL-TOT-NOME                   PIC S9(09)  COMP-3 VALUE ZERO.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'ANAGRAFE - PERSONE GIURIDICHE E LEI AL      '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(78)  VALUE SPACE.
      *
       01  W-RIGA-TESTATA2.
           02  FILLER                    PIC  X(44)  VALUE
               'PV  NDG           COGNOME/DENOMINAZIONE     '.
           02  FILLER                    PIC  X(44)  VALUE
               '      COD. FISCALE  LEI                   ST'.
           02  FILLER                    PIC  X(44)  VALUE
               'ATO REG.  RINNOVO     SITUAZIONE            '.
      *
       01  W-RIGA-DETT.
           02  W-DETT-PROV               PIC  X(02).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-NDG                PIC  X(12).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-COGN               PIC  X(30).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-CODFIS             PIC  X(11).
           02  FILLER                    PIC  X(03)  VALUE SPACE.
           02  W-DETT-LEI                PIC  X(20).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-STATO              PIC  X(10).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-RINNOVO            PIC  X(10).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-SITUAZIONE         PIC  X(12).
           02  FILLER                    PIC  X(10)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI1.
           02  FILLER                    PIC  X(20)  VALUE
               'PERSONE GIURIDICHE: '.
           02  W-TOT-PG                  PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  SENZA LEI:        '.
           02  W-TOT-SENZA               PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  LEI DECADUTI:     '.
           02  W-TOT-DECADUTI            PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(39)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI2.
           02  FILLER                    PIC  X(20)  VALUE
               'IN RINNOVO:         '.
           02  W-TOT-RINNOVO             PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  NOMI DIVERGENTI:  '.
           02  W-TOT-NOME                PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(70)  VALUE SPACE.
      *
       01  W-DATA-OGGI                   PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    PERSONE GIURIDICHE CON L'EVENTUALE LEI A REGISTRO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-NDG CURSOR FOR
               SELECT  ANA.ANA_NDG, ANA.ANA_PROV, ANA.ANA_COGN,
                       ANA.ANA_CODFIS,
                       COALESCE(LEI.LEI_CODICE, ' '),
                       COALESCE(LEI.LEI_STATO_REG, ' '),
                       COALESCE(CHAR(LEI.LEI_DT_RINNOVO, ISO), ' '),
                       COALESCE(LEI.LEI_FLAG_DECADUTO, ' '),
                       COALESCE(LEI.LEI_FLAG_NOME, ' ')
                 FROM  T_ANA_NDG ANA
                 LEFT OUTER JOIN T_ANA_LEI LEI
                   ON  LEI.LEI_NDG = ANA.ANA_NDG
                WHERE  SUBSTR(ANA.ANA_CODFIS, 12, 5) = ' '
                  AND  ANA.ANA_CODFIS <> ' '
                ORDER BY ANA.ANA_PROV, ANA.ANA_COGN, ANA.ANA_NDG
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           EXEC SQL OPEN CURS-NDG END-EXEC
           PERFORM 2000-ELABORA-NDG      THRU 2000-ELABORA-NDG-X
                   UNTIL FINE-NDG
           PERFORM 9000-FINALIZZA        THRU 9000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN OUTPUT RPT-ANA-LEIW
           EXEC SQL
                VALUES CURRENT DATE INTO :W-DATA-OGGI
           END-EXEC
           EXEC SQL
                VALUES CHAR(CURRENT DATE + :RL-GG-PREAVVISO DAYS, ISO)
                  INTO :RL-LIMITE
           END-EXEC
           MOVE W-DATA-OGGI              TO W-T1-DATA
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
       2000-ELABORA-NDG.
           EXEC SQL FETCH CURS-NDG
                    INTO :RL-NDG, :RL-PROV, :RL-COGN, :RL-CODFIS,
                         :RL-LEI, :RL-STATO-REG, :RL-DT-RINNOVO,
                         :RL-FLAG-DECADUTO, :RL-FLAG-NOME
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-NDG              TO TRUE
               EXEC SQL CLOSE CURS-NDG END-EXEC
               GO TO 2000-ELABORA-NDG-X
           END-IF
           IF  RL-CODFIS(1:11) NOT NUMERIC
           THEN
               GO TO 2000-ELABORA-NDG-X
           END-IF
           ADD 1                         TO RL-TOT-PG
           EVALUATE TRUE
               WHEN RL-LEI = SPACE
                   MOVE 'SENZA LEI'      TO W-DETT-SITUAZIONE
                   ADD 1                 TO RL-TOT-SENZA
               WHEN RL-FLAG-DECADUTO = 'S'
                   MOVE 'DECADUTO'       TO W-DETT-SITUAZIONE
                   ADD 1                 TO RL-TOT-DECADUTI
               WHEN RL-DT-RINNOVO NOT = SPACE
               AND  RL-DT-RINNOVO NOT > RL-LIMITE
                   MOVE 'IN RINNOVO'     TO W-DETT-SITUAZIONE
                   ADD 1                 TO RL-TOT-RINNOVO
               WHEN RL-FLAG-NOME = 'S'
                   MOVE 'NOME DIVERSO'   TO W-DETT-SITUAZIONE
                   ADD 1                 TO RL-TOT-NOME
               WHEN OTHER
                   GO TO 2000-ELABORA-NDG-X
           END-EVALUATE
           MOVE RL-PROV                  TO W-DETT-PROV
           MOVE RL-NDG                   TO W-DETT-NDG
           MOVE RL-COGN                  TO W-DETT-COGN
           MOVE RL-CODFIS                TO W-DETT-CODFIS
           MOVE RL-LEI                   TO W-DETT-LEI
           MOVE RL-STATO-REG             TO W-DETT-STATO
           MOVE RL-DT-RINNOVO            TO W-DETT-RINNOVO
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2000-ELABORA-NDG-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RL-TOT-PG                TO W-TOT-PG
           MOVE RL-TOT-SENZA             TO W-TOT-SENZA
           MOVE RL-TOT-DECADUTI          TO W-TOT-DECADUTI
           MOVE W-RIGA-TOTALI1           TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RL-TOT-RINNOVO           TO W-TOT-RINNOVO
           MOVE RL-TOT-NOME              TO W-TOT-NOME
           MOVE W-RIGA-TOTALI2           TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RPT-ANA-LEIW.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM AN0233RL *******************************
