      ******************************************************************
      *                        BE300SD                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - INDAGINI SUI PAGAMENTI      *
      *  DESCRIZIONE  : REPORT GIORNALIERO DI ANZIANITA' DEI CASI DI   *
      *                 INDAGINE NON ANCORA CHIUSI (T_BE_INDAGINI,     *
      *                 APERTI DA BE300SC O ONLINE DA BE300KH): PER    *
      *                 OGNI CASO GIORNI DALL'APERTURA E SCADENZA      *
      *                 DELLA RISPOSTA, CON IN EVIDENZA I CASI         *
      *                 SCADUTI O IN SCADENZA OGGI E QUELLI GIA'       *
      *                 RISPOSTI MA CON IL CAMT.029 ANCORA DA          *
      *                 INVIARE. LE INDAGINI SENZA RISPOSTA PESANO     *
      *                 NELLE VERIFICHE DI CONFORMITA' AGLI SCHEMI     *
      *                 SEPA: CON CASI SCADUTI IL PASSO CHIUDE CON     *
      *                 RETURN-CODE 4                                  *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : T_BE_INDAGINI (DB2)                            *
      *  OUTPUT       : REPORT SU RPT-BE300-AGE                        *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - ANZIANITA' DELLE INDAGINI APERTE     *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300SD.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT RPT-BE300-AGE     ASSIGN  TO  RPTBEAGE
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  RPT-BE300-AGE
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  SD-DATA-ELAB                  PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    CASO IN LETTURA; SD-FL-SCAD: S = SCADUTO, O = SCADE OGGI
      *----------------------------------------------------------------*
       01  SD-ID-CASO                    PIC S9(10)  COMP-3 VALUE ZERO.
       01  SD-TIPO                       PIC  X(03)  VALUE SPACE.
       01  SD-MOTIVO                     PIC  X(04)  VALUE SPACE.
       01  SD-ORIGINE                    PIC  X(01)  VALUE SPACE.
       01  SD-CRO                        PIC  X(35)  VALUE SPACE.
       01  SD-BIC-MITT                   PIC  X(11)  VALUE SPACE.
       01  SD-DT-APERTURA                PIC  X(10)  VALUE SPACE.
       01  SD-DT-SCADENZA                PIC  X(10)  VALUE SPACE.
       01  SD-GIORNI                     PIC S9(05)  COMP-3 VALUE ZERO.
       01  SD-STATO                      PIC  X(01)  VALUE SPACE.
       01  SD-FL-SCAD                    PIC  X(01)  VALUE SPACE.
      *
       01  SD-TOT-APERTI                 PIC S9(07)  COMP-3 VALUE ZERO.
       01  SD-TOT-SCADUTI                PIC S9(07)  COMP-3 VALUE ZERO.
       01  SD-TOT-OGGI                   PIC S9(07)  COMP-3 VALUE ZERO.
       01  SD-TOT-DA-INVIARE             PIC S9(07)  COMP-3 VALUE ZERO.
       01  SD-TOT-CNR                    PIC S9(07)  COMP-3 VALUE ZERO.
       01  SD-TOT-MOD                    PIC S9(07)  COMP-3 VALUE ZERO.
       01  SD-TOT-INF                    PIC S9(07)  COMP-3 VALUE ZERO.
      *
       01  SW-FINE-CASI                  PIC  X(01)  VALUE 'N'.
           88  FINE-CASI                             VALUE 'S'.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'INDAGINI NON CHIUSE PER SCADENZA - SITUAZION'.
           02  FILLER                    PIC  X(07)  VALUE
               'E AL   '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(71)  VALUE SPACE.
      *
       01  W-RIGA-INTEST.
           02  FILLER                    PIC  X(44)  VALUE
               '      CASO  TIP  MOT.  O  CRO               '.
           02  FILLER                    PIC  X(44)  VALUE
               '                   BIC RICH.    APERTO IL   '.
           02  FILLER                    PIC  X(44)  VALUE
               'SCADENZA      GG  SEGNALAZIONE              '.
      *
       01  W-RIGA-DETT.
           02  W-DETT-CASO               PIC  Z(09)9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-TIPO               PIC  X(03).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-MOTIVO             PIC  X(04).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-ORIGINE            PIC  X(01).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-CRO                PIC  X(35).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-BIC                PIC  X(11).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-APERTURA           PIC  X(10).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-SCADENZA           PIC  X(10).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-GIORNI             PIC  ZZZ9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-SEGNALA            PIC  X(20).
           02  FILLER                    PIC  X(06)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                    PIC  X(13)  VALUE
               'CASI APERTI:'.
           02  W-TOT-APERTI              PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(11)  VALUE
               '  SCADUTI:'.
           02  W-TOT-SCADUTI             PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(16)  VALUE
               '  SCADONO OGGI:'.
           02  W-TOT-OGGI                PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(16)  VALUE
               '  DA INVIARE:'.
           02  W-TOT-DA-INVIARE          PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(07)  VALUE
               '  CNR:'.
           02  W-TOT-CNR                 PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(07)  VALUE
               '  MOD:'.
           02  W-TOT-MOD                 PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(07)  VALUE
               '  INF:'.
           02  W-TOT-INF                 PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(06)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    CASI APERTI ('A') O RISPOSTI IN ATTESA DI INVIO ('R'),
      *    PRIMA QUELLI CHE SCADONO PRIMA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-CASI CURSOR FOR
               SELECT  IND_ID, IND_TIPO, IND_MOTIVO, IND_ORIGINE,
                       IND_CRO, IND_BIC_MITT,
                       CHAR(DATE(IND_DT_APERTURA), ISO),
                       CHAR(IND_DT_SCADENZA, ISO),
                       DAYS(CURRENT DATE) - DAYS(IND_DT_APERTURA),
                       IND_STATO,
                       CASE WHEN IND_DT_SCADENZA < CURRENT DATE
                            THEN 'S'
                            WHEN IND_DT_SCADENZA = CURRENT DATE
                            THEN 'O'
                            ELSE 'N' END
                 FROM  T_BE_INDAGINI
                WHERE  IND_STATO IN ('A', 'R')
                ORDER BY IND_DT_SCADENZA, IND_ID
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-ELABORA          THRU 2000-ELABORA-X
                   UNTIL FINE-CASI
           PERFORM 3000-FINALIZZA        THRU 3000-FINALIZZA-X
           IF  SD-TOT-SCADUTI > ZERO
           THEN
               MOVE 4                    TO RETURN-CODE
           END-IF
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN OUTPUT RPT-BE300-AGE
           EXEC SQL
                VALUES CHAR(CURRENT DATE, ISO)
                  INTO :SD-DATA-ELAB
           END-EXEC
           MOVE SD-DATA-ELAB             TO W-T1-DATA
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST            TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-CASI END-EXEC.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2000-ELABORA.
           EXEC SQL FETCH CURS-CASI
                    INTO :SD-ID-CASO, :SD-TIPO, :SD-MOTIVO,
                         :SD-ORIGINE, :SD-CRO, :SD-BIC-MITT,
                         :SD-DT-APERTURA, :SD-DT-SCADENZA,
                         :SD-GIORNI, :SD-STATO, :SD-FL-SCAD
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-CASI             TO TRUE
               GO TO 2000-ELABORA-X
           END-IF
           ADD 1                         TO SD-TOT-APERTI
           EVALUATE SD-TIPO
             WHEN 'CNR'
                  ADD 1                  TO SD-TOT-CNR
             WHEN 'MOD'
                  ADD 1                  TO SD-TOT-MOD
             WHEN OTHER
                  ADD 1                  TO SD-TOT-INF
           END-EVALUATE
      *
      *    UN CASO GIA' RISPOSTO NON E' PIU' IN RITARDO: MANCA SOLO
      *    IL PASSAGGIO DI BE300SC
           EVALUATE TRUE
             WHEN SD-STATO = 'R'
                  MOVE 'RISPOSTA DA INVIARE'
                                         TO W-DETT-SEGNALA
                  ADD 1                  TO SD-TOT-DA-INVIARE
             WHEN SD-FL-SCAD = 'S'
                  MOVE '*** SCADUTA'     TO W-DETT-SEGNALA
                  ADD 1                  TO SD-TOT-SCADUTI
             WHEN SD-FL-SCAD = 'O'
                  MOVE 'SCADE OGGI'      TO W-DETT-SEGNALA
                  ADD 1                  TO SD-TOT-OGGI
             WHEN OTHER
                  MOVE SPACE             TO W-DETT-SEGNALA
           END-EVALUATE
           MOVE SD-ID-CASO               TO W-DETT-CASO
           MOVE SD-TIPO                  TO W-DETT-TIPO
           MOVE SD-MOTIVO                TO W-DETT-MOTIVO
           MOVE SD-ORIGINE               TO W-DETT-ORIGINE
           MOVE SD-CRO                   TO W-DETT-CRO
           MOVE SD-BIC-MITT              TO W-DETT-BIC
           MOVE SD-DT-APERTURA           TO W-DETT-APERTURA
           MOVE SD-DT-SCADENZA           TO W-DETT-SCADENZA
           MOVE SD-GIORNI                TO W-DETT-GIORNI
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2000-ELABORA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-FINALIZZA.
           EXEC SQL CLOSE CURS-CASI END-EXEC
           MOVE SD-TOT-APERTI            TO W-TOT-APERTI
           MOVE SD-TOT-SCADUTI           TO W-TOT-SCADUTI
           MOVE SD-TOT-OGGI              TO W-TOT-OGGI
           MOVE SD-TOT-DA-INVIARE        TO W-TOT-DA-INVIARE
           MOVE SD-TOT-CNR               TO W-TOT-CNR
           MOVE SD-TOT-MOD               TO W-TOT-MOD
           MOVE SD-TOT-INF               TO W-TOT-INF
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RPT-BE300-AGE.
      *----------------------------------------------------------------*
       3000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM BE300SD ********************************
