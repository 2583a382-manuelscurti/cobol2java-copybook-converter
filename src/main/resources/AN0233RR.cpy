      ******************************************************************
      *                        AN0233RR                                *
      *                                                                *
      *  PROCEDURA    : ANAGRAFE GENERALE - IDENTIFICAZIONE DIGITALE   *
      *                 (SPID/CIE) DEGLI NDG IN ONBOARDING             *
      *  DESCRIZIONE  : BATCH GIORNALIERO. PRODUCE LA LISTA DI LAVORO  *
      *                 FILIALI, ORDINATA PER PROVINCIA, DELLE         *
      *                 ASSERZIONI SPID/CIE REGISTRATE DA AN0233KD CON *
      *                 DATI DIFFORMI DALL'NDG (IDD_ESITO 'D'), CON I  *
      *                 CAMPI DIFFERENTI E I DATI ASSERITI, PERCHE' LA *
      *                 FILIALE COMPLETI L'IDENTIFICAZIONE DI PERSONA  *
      *                 O RETTIFICHI L'ANAGRAFE. PRIMA DELLA LISTA     *
      *                 CHIUDE (IDD_STATO_LAV 'C') LE SEGNALAZIONI IL  *
      *                 CUI NDG NON E' PIU' IN ONBOARDING              *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ANAGRAFE           *
      *  INPUT        : T_ANA_ID_DIGITALE, T_ANA_NDG (DB2)             *
      *  OUTPUT       : T_ANA_ID_DIGITALE, REPORT SU RPT-ANA-IDDIG     *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - LISTA DI LAVORO FILIALI DELLE        *
      *           IDENTIFICAZIONI DIGITALI DIFFORMI                    *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     AN0233RR.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT RPT-ANA-IDDIG     ASSIGN  TO  RPTANIDD
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  RPT-ANA-IDDIG
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  RR-PROV                       PIC  X(02)  VALUE SPACE.
       01  RR-NDG                        PIC  X(12)  VALUE SPACE.
       01  RR-COGN                       PIC  X(40)  VALUE SPACE.
       01  RR-PROVIDER                   PIC  X(04)  VALUE SPACE.
       01  RR-DT-ASSERZIONE              PIC  X(10)  VALUE SPACE.
       01  RR-CAMPI-DIFF                 PIC  X(40)  VALUE SPACE.
       01  RR-CODFIS                     PIC  X(16)  VALUE SPACE.
       01  RR-DT-NAS                     PIC  9(08)  VALUE ZERO.
       01  RR-GIORNI                     PIC S9(09)  COMP-3 VALUE ZERO.
      *
       01  SW-FINE-IDD                   PIC  X(01)  VALUE 'N'.
           88  FINE-IDD                              VALUE 'S'.
      *
       01  RR-TOT-APERTE                 PIC S9(09)  COMP-3 VALUE ZERO.
       01  RR-TOT-CHIUSE                 PIC S9(09)  COMP-3 VALUE ZERO.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'ANAGRAFE - SPID/CIE DIFFORMI -              '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(78)  VALUE SPACE.
      *
       01  W-RIGA-TESTATA2.
           02  FILLER                    PIC  X(44)  VALUE
               'PR  NDG           NOMINATIVO                '.
           02  FILLER                    PIC  X(44)  VALUE
               'PROV  DATA ASS.   CAMPI DIFFERENTI          '.
           02  FILLER                    PIC  X(44)  VALUE
               '      CODFIS ASSERITO   NASCITA ASS.   GG   '.
      *
       01  W-RIGA-DETT.
           02  W-DETT-PROV               PIC  X(02).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-NDG                PIC  X(12).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-COGN               PIC  X(24).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-PROVIDER           PIC  X(04).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-DT-ASS             PIC  X(10).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-CAMPI              PIC  X(30).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-CODFIS             PIC  X(16).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-DT-NAS             PIC  X(10).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-GIORNI             PIC  ZZ9.
           02  FILLER                    PIC  X(05)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                    PIC  X(20)  VALUE
               'DA LAVORARE:        '.
           02  W-TOT-APERTE              PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  CHIUSE OGGI:      '.
           02  W-TOT-CHIUSE              PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(70)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    SEGNALAZIONI APERTE, PER PROVINCIA DELL'NDG
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-IDD CURSOR FOR
               SELECT  COALESCE(ANA.ANA_PROV, ' '), IDD.IDD_NDG,
                       COALESCE(ANA.ANA_COGN, ' '),
                       IDD.IDD_PROVIDER,
                       CHAR(DATE(IDD.IDD_TS_ASSERZIONE), ISO),
                       IDD.IDD_CAMPI_DIFF, IDD.IDD_CODFIS,
                       IDD.IDD_DT_NAS,
                       DAYS(CURRENT DATE)
                       - DAYS(DATE(IDD.IDD_TS_ASSERZIONE))
                 FROM  T_ANA_ID_DIGITALE IDD
                 LEFT OUTER JOIN T_ANA_NDG ANA
                   ON  ANA.ANA_NDG = IDD.IDD_NDG
                WHERE  IDD.IDD_ESITO     = 'D'
                  AND  IDD.IDD_STATO_LAV = 'A'
                ORDER BY 1, IDD.IDD_NDG, IDD.IDD_TS_ASSERZIONE
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-SEGNALAZIONE     THRU 2000-SEGNALAZIONE-X
                   UNTIL FINE-IDD
           PERFORM 9000-FINALIZZA        THRU 9000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
      *    1000-INIZIALIZZA: LE SEGNALAZIONI IL CUI NDG HA CONCLUSO
      *    L'ONBOARDING (IN FILIALE O CON UNA SUCCESSIVA ASSERZIONE
      *    CONFORME) NON SONO PIU' DA LAVORARE
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN OUTPUT RPT-ANA-IDDIG
           EXEC SQL UPDATE T_ANA_ID_DIGITALE
                       SET IDD_STATO_LAV = 'C'
                     WHERE IDD_STATO_LAV = 'A'
                       AND NOT EXISTS
                           (SELECT 1
                              FROM T_ANA_NDG
                             WHERE ANA_NDG        = IDD_NDG
                               AND ANA_ONBOARDING = 'S')
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               MOVE SQLERRD (3)          TO RR-TOT-CHIUSE
           END-IF
           EXEC SQL COMMIT END-EXEC
      *
           EXEC SQL
                VALUES CHAR(CURRENT DATE, ISO) INTO :W-T1-DATA
           END-EXEC
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TESTATA2          TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-IDD END-EXEC.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2000-SEGNALAZIONE.
           EXEC SQL FETCH CURS-IDD
                    INTO :RR-PROV, :RR-NDG, :RR-COGN, :RR-PROVIDER,
                         :RR-DT-ASSERZIONE, :RR-CAMPI-DIFF,
                         :RR-CODFIS, :RR-DT-NAS, :RR-GIORNI
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-IDD              TO TRUE
               EXEC SQL CLOSE CURS-IDD END-EXEC
               GO TO 2000-SEGNALAZIONE-X
           END-IF
           ADD 1                         TO RR-TOT-APERTE
           MOVE RR-PROV                  TO W-DETT-PROV
           MOVE RR-NDG                   TO W-DETT-NDG
           MOVE RR-COGN                  TO W-DETT-COGN
           MOVE RR-PROVIDER              TO W-DETT-PROVIDER
           MOVE RR-DT-ASSERZIONE         TO W-DETT-DT-ASS
           MOVE RR-CAMPI-DIFF            TO W-DETT-CAMPI
           MOVE RR-CODFIS                TO W-DETT-CODFIS
           MOVE SPACE                    TO W-DETT-DT-NAS
           MOVE RR-DT-NAS(1:4)           TO W-DETT-DT-NAS(1:4)
           MOVE '-'                      TO W-DETT-DT-NAS(5:1)
           MOVE RR-DT-NAS(5:2)           TO W-DETT-DT-NAS(6:2)
           MOVE '-'                      TO W-DETT-DT-NAS(8:1)
           MOVE RR-DT-NAS(7:2)           TO W-DETT-DT-NAS(9:2)
           MOVE RR-GIORNI                TO W-DETT-GIORNI
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2000-SEGNALAZIONE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RR-TOT-APERTE            TO W-TOT-APERTE
           MOVE RR-TOT-CHIUSE            TO W-TOT-CHIUSE
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RPT-ANA-IDDIG.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM AN0233RR *******************************
