      ******************************************************************
      *                        AN0233RP                                *
      *                                                                *
      *  PROCEDURA    : ANAGRAFE GENERALE - CONFERMA CAMBIO INDIRIZZO  *
      *  DESCRIZIONE  : PASSATA NOTTURNA SULLA TRACCIA VARIAZIONI      *
      *                 T_ANA_NDG_LOG (AN0233K0). PER OGNI CAMBIO DI   *
      *                 INDIRIZZO (PROVINCIA, COMUNE O CAP) NON ANCORA *
      *                 CONFERMATO PRODUCE DUE LETTERE CARTACEE SUL    *
      *                 JOB AOPPRINT (SCHELETRO DI AN0233RE, STAMPANTE *
      *                 DI T_DFAX_ROUTING SENZA ATTRIBUTI MAIL): UNA   *
      *                 AL VECCHIO INDIRIZZO E UNA AL NUOVO, CON LA    *
      *                 VARIAZIONE E IL NUMERO DA CHIAMARE SE NON E'   *
      *                 STATA RICHIESTA DAL CLIENTE. IL VECCHIO        *
      *                 INDIRIZZO VUOTO (PRIMO CENSIMENTO) HA SOLO LA  *
      *                 LETTERA AL NUOVO. OGNI LETTERA E' REGISTRATA   *
      *                 SU T_ANA_LETT_IND, CHE EVITA I DOPPI INVII.    *
      *                 SECONDO REPORT: CAMBI DI INDIRIZZO SEGUITI     *
      *                 ENTRO LA FINESTRA (30 GIORNI) DA UNA RICHIESTA *
      *                 DI NUOVA CARTA (T_ANA_RICH_CARTE, ALIMENTATA   *
      *                 DAL SISTEMA CARTE) O DA UNA RIASSEGNAZIONE DI  *
      *                 CREDENZIALI MULTITEL (T_TE_CRED_LOG DI         *
      *                 TE0009B2): POSSIBILE SUBENTRO NEL RAPPORTO,    *
      *                 RETURN-CODE 4 SE CE N'E' ALMENO UNO.           *
      *                 NUMERO DA CHIAMARE E FINESTRA SU               *
      *                 T_ANA_LETT_IND_CFG                             *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ANAGRAFE           *
      *  INPUT        : T_ANA_NDG_LOG, T_ANA_NDG, T_ANA_LETT_IND_CFG,  *
      *                 T_ANA_RICH_CARTE, T_TE_CRED_LOG, TE000902,     *
      *                 T_DFAX_ROUTING (DB2)                           *
      *  OUTPUT       : LETTERE SU INTRDR, T_ANA_LETT_IND, REPORT SU   *
      *                 RPT-ANA-LETTIND E RPT-ANA-SUBENTRI             *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - LETTERE DI CONFERMA DEL CAMBIO       *
      *           INDIRIZZO AL VECCHIO E AL NUOVO INDIRIZZO E          *
      *           SEGNALAZIONE DEI POSSIBILI SUBENTRI                  *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     AN0233RP.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT SUB-FILE          ASSIGN  TO  INTRDR
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-ANA-LETTIND   ASSIGN  TO  RPTANLTI
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-ANA-SUBENTRI  ASSIGN  TO  RPTANSUB
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  SUB-FILE
           RECORDING MODE IS F.
       01  SUB-RIGA                     PIC  X(80).
      *
       FD  RPT-ANA-LETTIND
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       FD  RPT-ANA-SUBENTRI
           RECORDING MODE IS F.
       01  RPT-SUB-RIGA                 PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  RP-NDG                        PIC  X(12)  VALUE SPACE.
       01  RP-DATA-VAR                   PIC  X(26)  VALUE SPACE.
       01  RP-PROV-PRE                   PIC  X(02)  VALUE SPACE.
       01  RP-PROV-POST                  PIC  X(02)  VALUE SPACE.
       01  RP-COMU-PRE                   PIC  X(30)  VALUE SPACE.
       01  RP-COMU-POST                  PIC  X(30)  VALUE SPACE.
       01  RP-CAP-PRE                    PIC  X(05)  VALUE SPACE.
       01  RP-CAP-POST                   PIC  X(05)  VALUE SPACE.
       01  RP-COGN                       PIC  X(30)  VALUE SPACE.
       01  RP-NOME                       PIC  X(30)  VALUE SPACE.
       01  RP-NUM-LETTERE                PIC  9(01)  VALUE ZERO.
      *
      *    DESTINATARIO DELLA LETTERA IN CORSO
       01  RP-DEST                       PIC  X(01)  VALUE SPACE.
           88  DEST-VECCHIO                          VALUE 'V'.
           88  DEST-NUOVO                            VALUE 'N'.
       01  RP-L-CAP                      PIC  X(05)  VALUE SPACE.
       01  RP-L-COMU                     PIC  X(30)  VALUE SPACE.
       01  RP-L-PROV                     PIC  X(02)  VALUE SPACE.
      *
      *    RICHIESTA SUCCESSIVA AL CAMBIO (SECONDO REPORT)
       01  RP-TIPO-RICH                  PIC  X(11)  VALUE SPACE.
       01  RP-RIF-RICH                   PIC  X(16)  VALUE SPACE.
       01  RP-DATA-RICH                  PIC  X(26)  VALUE SPACE.
       01  RP-GG-DIST                    PIC S9(05)  COMP-3 VALUE ZERO.
      *
      *    PARAMETRI (T_ANA_LETT_IND_CFG)
       01  RP-NUMERO-VERDE               PIC  X(20)  VALUE SPACE.
       01  RP-GG-FINESTRA                PIC S9(05)  COMP-3 VALUE ZERO.
      *
       01  RP-MITTENTE                   PIC  X(30)  VALUE SPACE.
      *
       01  SW-FINE-VAR                   PIC  X(01)  VALUE 'N'.
           88  FINE-VAR                              VALUE 'S'.
       01  SW-FINE-SUB                   PIC  X(01)  VALUE 'N'.
           88  FINE-SUB                              VALUE 'S'.
      *
       01  RP-TOT-VARIAZIONI             PIC S9(09)  COMP-3 VALUE ZERO.
       01  RP-TOT-LETTERE                PIC S9(09)  COMP-3 VALUE ZERO.
       01  RP-TOT-SUBENTRI               PIC S9(09)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    SCHELETRO DEL JOB AOPPRINT, COME AN0233RE MA SENZA GLI
      *    ATTRIBUTI MAIL: LA LETTERA VA IN STAMPA E POI IN POSTA
      *----------------------------------------------------------------*
       01  RIGA-JOB1.
           02 FILLER                 PIC X(11)  VALUE '//FE07CIND'.
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
      *-- CORPO DELLA LETTERA DI CONFERMA
       01  RIGA-LET-NOMIN.
           02 RLN-COGN               PIC X(30).
           02 FILLER                 PIC X(01)   VALUE SPACE.
           02 RLN-NOME               PIC X(30).
           02 FILLER                 PIC X(19)   VALUE SPACE.
       01  RIGA-LET-LOC.
           02 RLL-PREF               PIC X(04).
           02 RLL-CAP                PIC X(05).
           02 FILLER                 PIC X(01)   VALUE SPACE.
           02 RLL-COMU               PIC X(30).
           02 FILLER                 PIC X(02)   VALUE ' ('.
           02 RLL-PROV               PIC X(02).
           02 FILLER                 PIC X(01)   VALUE ')'.
           02 FILLER                 PIC X(35)   VALUE SPACE.
       01  RIGA-LET-1.
           02 FILLER                 PIC X(25)   VALUE
              'GENTILE CLIENTE, IN DATA '.
           02 RL1-DATA               PIC X(10).
           02 FILLER                 PIC X(45)   VALUE
              ' L''INDIRIZZO DI RESIDENZA REGISTRATO PRESSO'.
       01  RIGA-LET-2                PIC X(80)  VALUE
              'LA BANCA E'' STATO VARIATO'.
       01  RIGA-LET-3                PIC X(80)  VALUE
              'SE NON HA RICHIESTO LA VARIAZIONE LA PREGHIAMO DI'.
       01  RIGA-LET-4.
           02 FILLER                 PIC X(26)   VALUE
              'CHIAMARE SUBITO IL NUMERO '.
           02 RL4-NUMERO             PIC X(20).
           02 FILLER                 PIC X(34)   VALUE SPACE.
       01  RIGA-LET-4-FIL            PIC X(80)  VALUE
              'CONTATTARE SUBITO LA SUA FILIALE'.
       01  RIGA-LET-VUOTA            PIC X(80)  VALUE SPACE.
      *
      *-- REPORT DELLE LETTERE PRODOTTE
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'ANAGRAFE - CONFERME CAMBIO INDIRIZZO DEL    '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(78)  VALUE SPACE.
      *
       01  W-RIGA-TESTATA2.
           02  FILLER                    PIC  X(44)  VALUE
               'NDG           NOMINATIVO                DATA'.
           02  FILLER                    PIC  X(44)  VALUE
               ' VAR.   VECCHIO INDIRIZZO                  N'.
           02  FILLER                    PIC  X(44)  VALUE
               'UOVO INDIRIZZO                    LETTERE   '.
      *
       01  W-RIGA-DETT.
           02  W-DETT-NDG                PIC  X(12).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-COGN               PIC  X(24).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-DATA               PIC  X(10).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-DA-CAP             PIC  X(05).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DETT-DA-COMU            PIC  X(24).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DETT-DA-PROV            PIC  X(02).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-A-CAP              PIC  X(05).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DETT-A-COMU             PIC  X(24).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DETT-A-PROV             PIC  X(02).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-LETTERE            PIC  9(01).
           02  FILLER                    PIC  X(09)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                    PIC  X(20)  VALUE
               'VARIAZIONI:         '.
           02  W-TOT-VARIAZIONI          PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  LETTERE PRODOTTE: '.
           02  W-TOT-LETTERE             PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(70)  VALUE SPACE.
      *
      *-- REPORT DEI POSSIBILI SUBENTRI
       01  W-RIGA-SUB-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'ANAGRAFE - CAMBI INDIRIZZO E NUOVE CARTE DEL'.
           02  W-ST1-DATA                PIC  X(10).
           02  FILLER                    PIC  X(78)  VALUE SPACE.
      *
       01  W-RIGA-SUB-TESTATA2.
           02  FILLER                    PIC  X(44)  VALUE
               'NDG           NOMINATIVO            DATA VAR'.
           02  FILLER                    PIC  X(44)  VALUE
               '.   NUOVO INDIRIZZO                    RICHI'.
           02  FILLER                    PIC  X(44)  VALUE
               'ESTA    RIFERIMENTO       DATA RICH.   GG   '.
      *
       01  W-RIGA-SUB-DETT.
           02  W-SUB-NDG                 PIC  X(12).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-SUB-COGN                PIC  X(20).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-SUB-DATA                PIC  X(10).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-SUB-CAP                 PIC  X(05).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-SUB-COMU                PIC  X(24).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-SUB-PROV                PIC  X(02).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-SUB-TIPO                PIC  X(11).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-SUB-RIF                 PIC  X(16).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-SUB-DATA-RICH           PIC  X(10).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-SUB-GG                  PIC  ZZ9.
           02  FILLER                    PIC  X(03)  VALUE SPACE.
      *
       01  W-RIGA-SUB-TOTALI.
           02  FILLER                    PIC  X(20)  VALUE
               'SEGNALAZIONI:       '.
           02  W-TOT-SUBENTRI            PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(101) VALUE SPACE.
      *
       01  W-DATA-OGGI                   PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    CAMBI DI INDIRIZZO DELLA FINESTRA NON ANCORA CONFERMATI
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-VAR CURSOR FOR
               SELECT  LOG.LOG_NDG, CHAR(LOG.LOG_DATA_INS),
                       LOG.LOG_PROV_PRE, LOG.LOG_PROV_POST,
                       LOG.LOG_COMU_PRE, LOG.LOG_COMU_POST,
                       COALESCE(LOG.LOG_CAP_PRE, ' '),
                       COALESCE(LOG.LOG_CAP_POST, ' '),
                       ANA.ANA_COGN, ANA.ANA_NOME
                 FROM  T_ANA_NDG_LOG LOG
                       INNER JOIN T_ANA_NDG ANA
                          ON ANA.ANA_NDG = LOG.LOG_NDG
                WHERE  LOG.LOG_DATA_INS >
                           CURRENT TIMESTAMP - :RP-GG-FINESTRA DAYS
                  AND (LOG.LOG_PROV_PRE <> LOG.LOG_PROV_POST
                   OR  LOG.LOG_COMU_PRE <> LOG.LOG_COMU_POST
                   OR  COALESCE(LOG.LOG_CAP_PRE, ' ') <>
                       COALESCE(LOG.LOG_CAP_POST, ' '))
                  AND  NOT EXISTS
                      (SELECT 1
                         FROM T_ANA_LETT_IND LTI
                        WHERE LTI.LTI_NDG      = LOG.LOG_NDG
                          AND LTI.LTI_DATA_VAR = LOG.LOG_DATA_INS)
                ORDER BY LOG.LOG_DATA_INS
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    CAMBI DI INDIRIZZO DELLA FINESTRA SEGUITI DA UNA NUOVA
      *    CARTA O DA UNA RIASSEGNAZIONE DI CREDENZIALI
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-SUB CURSOR FOR
               SELECT  LOG.LOG_NDG, COALESCE(ANA.ANA_COGN, ' '),
                       CHAR(LOG.LOG_DATA_INS),
                       COALESCE(LOG.LOG_CAP_POST, ' '),
                       LOG.LOG_COMU_POST, LOG.LOG_PROV_POST,
                       RIC.RIC_TIPO, RIC.RIC_RIF,
                       CHAR(RIC.RIC_DATA),
                       DAYS(RIC.RIC_DATA) - DAYS(LOG.LOG_DATA_INS)
                 FROM  T_ANA_NDG_LOG LOG
                       INNER JOIN
                      (SELECT TE.YNDGCL         AS RIC_NDG,
                              'CREDENZIALI'     AS RIC_TIPO,
                              CRED.CRED_CODKTR  AS RIC_RIF,
                              CRED.CRED_DATA_INS AS RIC_DATA
                         FROM T_TE_CRED_LOG CRED, TE000902 TE
                        WHERE TE.CODKTR = CRED.CRED_CODKTR
                       UNION ALL
                       SELECT RCA.RCA_NDG, 'CARTA',
                              RCA.RCA_RIF, RCA.RCA_DATA_RICH
                         FROM T_ANA_RICH_CARTE RCA) RIC
                          ON RIC.RIC_NDG   = LOG.LOG_NDG
                         AND RIC.RIC_DATA  > LOG.LOG_DATA_INS
                         AND RIC.RIC_DATA <=
                             LOG.LOG_DATA_INS + :RP-GG-FINESTRA DAYS
                       LEFT JOIN T_ANA_NDG ANA
                          ON ANA.ANA_NDG = LOG.LOG_NDG
                WHERE  LOG.LOG_DATA_INS >
                           CURRENT TIMESTAMP - :RP-GG-FINESTRA DAYS
                  AND (LOG.LOG_PROV_PRE <> LOG.LOG_PROV_POST
                   OR  LOG.LOG_COMU_PRE <> LOG.LOG_COMU_POST
                   OR  COALESCE(LOG.LOG_CAP_PRE, ' ') <>
                       COALESCE(LOG.LOG_CAP_POST, ' '))
                ORDER BY LOG.LOG_DATA_INS, RIC.RIC_DATA
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-ELABORA          THRU 2000-ELABORA-X
                   UNTIL FINE-VAR
           PERFORM 3000-SUBENTRI         THRU 3000-SUBENTRI-X
           PERFORM 9000-FINALIZZA        THRU 9000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN OUTPUT SUB-FILE RPT-ANA-LETTIND RPT-ANA-SUBENTRI
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
           EXEC SQL SELECT CFG_NUMERO_VERDE, CFG_GG_FINESTRA
                      INTO :RP-NUMERO-VERDE, :RP-GG-FINESTRA
                      FROM T_ANA_LETT_IND_CFG
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE SPACE                TO RP-NUMERO-VERDE
               MOVE 30                   TO RP-GG-FINESTRA
           END-IF
           EXEC SQL SELECT ROU_PRINTER, ROU_CLASS, ROU_MSGCLASS
                      INTO :RJ2-PRINTER, :RJ1-CLASS, :RJ1-MSGCLASS
                      FROM T_DFAX_ROUTING
                     WHERE ROU_CODSOC = 100
                       AND ROU_AGE    = 0
                       AND ROU_CANALE = '*'
           END-EXEC
           EXEC SQL SELECT SOCI_DESCRIZIONE
                      INTO :RP-MITTENTE
                      FROM T_GEN_SOCI
                     WHERE SOCI_CODSOC = 100
           END-EXEC
           EXEC SQL OPEN CURS-VAR END-EXEC.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2000-ELABORA.
           EXEC SQL FETCH CURS-VAR
                    INTO :RP-NDG, :RP-DATA-VAR,
                         :RP-PROV-PRE, :RP-PROV-POST,
                         :RP-COMU-PRE, :RP-COMU-POST,
                         :RP-CAP-PRE, :RP-CAP-POST,
                         :RP-COGN, :RP-NOME
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-VAR              TO TRUE
               GO TO 2000-ELABORA-X
           END-IF
           ADD 1                         TO RP-TOT-VARIAZIONI
           MOVE ZERO                     TO RP-NUM-LETTERE
      *
      *    AL VECCHIO INDIRIZZO, SE L'NDG NE AVEVA UNO
           IF  RP-COMU-PRE NOT = SPACE
           THEN
               SET DEST-VECCHIO          TO TRUE
               MOVE RP-CAP-PRE           TO RP-L-CAP
               MOVE RP-COMU-PRE          TO RP-L-COMU
               MOVE RP-PROV-PRE          TO RP-L-PROV
               PERFORM 2100-LETTERA      THRU 2100-LETTERA-X
           END-IF
      *
      *    AL NUOVO INDIRIZZO
           SET DEST-NUOVO                TO TRUE
           MOVE RP-CAP-POST              TO RP-L-CAP
           MOVE RP-COMU-POST             TO RP-L-COMU
           MOVE RP-PROV-POST             TO RP-L-PROV
           PERFORM 2100-LETTERA          THRU 2100-LETTERA-X
      *
           MOVE RP-NDG                   TO W-DETT-NDG
           MOVE RP-COGN                  TO W-DETT-COGN
           MOVE RP-DATA-VAR(1:10)        TO W-DETT-DATA
           MOVE RP-CAP-PRE               TO W-DETT-DA-CAP
           MOVE RP-COMU-PRE              TO W-DETT-DA-COMU
           MOVE RP-PROV-PRE              TO W-DETT-DA-PROV
           MOVE RP-CAP-POST              TO W-DETT-A-CAP
           MOVE RP-COMU-POST             TO W-DETT-A-COMU
           MOVE RP-PROV-POST             TO W-DETT-A-PROV
           MOVE RP-NUM-LETTERE           TO W-DETT-LETTERE
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2000-ELABORA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2100-LETTERA.
           MOVE RIGA-JOB1                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB2                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB4                TO SUB-RIGA
           WRITE SUB-RIGA
      *    BLOCCO INDIRIZZO DEL DESTINATARIO
           MOVE RP-COGN                  TO RLN-COGN
           MOVE RP-NOME                  TO RLN-NOME
           MOVE RIGA-LET-NOMIN           TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE SPACE                    TO RLL-PREF
           MOVE RP-L-CAP                 TO RLL-CAP
           MOVE RP-L-COMU                TO RLL-COMU
           MOVE RP-L-PROV                TO RLL-PROV
           MOVE RIGA-LET-LOC             TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-LET-VUOTA           TO SUB-RIGA
           WRITE SUB-RIGA
      *    TESTO: VARIAZIONE DA/A E NUMERO DA CHIAMARE
           MOVE RP-DATA-VAR(1:10)        TO RL1-DATA
           MOVE RIGA-LET-1               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-LET-2               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE 'DA: '                   TO RLL-PREF
           MOVE RP-CAP-PRE               TO RLL-CAP
           MOVE RP-COMU-PRE              TO RLL-COMU
           MOVE RP-PROV-PRE              TO RLL-PROV
           MOVE RIGA-LET-LOC             TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE 'A:  '                   TO RLL-PREF
           MOVE RP-CAP-POST              TO RLL-CAP
           MOVE RP-COMU-POST             TO RLL-COMU
           MOVE RP-PROV-POST             TO RLL-PROV
           MOVE RIGA-LET-LOC             TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-LET-VUOTA           TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-LET-3               TO SUB-RIGA
           WRITE SUB-RIGA
           IF  RP-NUMERO-VERDE NOT = SPACE
           THEN
               MOVE RP-NUMERO-VERDE      TO RL4-NUMERO
               MOVE RIGA-LET-4           TO SUB-RIGA
           ELSE
               MOVE RIGA-LET-4-FIL       TO SUB-RIGA
           END-IF
           WRITE SUB-RIGA
           MOVE RIGA-LET-VUOTA           TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RP-MITTENTE              TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB11               TO SUB-RIGA
           WRITE SUB-RIGA
      *
           EXEC SQL INSERT INTO T_ANA_LETT_IND
                           (LTI_NDG, LTI_DATA_VAR, LTI_DEST,
                            LTI_CAP, LTI_COMU, LTI_PROV,
                            LTI_DATA_INS)
                    VALUES (:RP-NDG, TIMESTAMP(:RP-DATA-VAR),
                            :RP-DEST, :RP-L-CAP, :RP-L-COMU,
                            :RP-L-PROV, CURRENT TIMESTAMP)
           END-EXEC
           ADD 1                         TO RP-NUM-LETTERE
           ADD 1                         TO RP-TOT-LETTERE.
      *----------------------------------------------------------------*
       2100-LETTERA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-SUBENTRI.
           MOVE W-DATA-OGGI              TO W-ST1-DATA
           MOVE W-RIGA-SUB-TESTATA1      TO RPT-SUB-RIGA
           WRITE RPT-SUB-RIGA
           MOVE SPACE                    TO RPT-SUB-RIGA
           WRITE RPT-SUB-RIGA
           MOVE W-RIGA-SUB-TESTATA2      TO RPT-SUB-RIGA
           WRITE RPT-SUB-RIGA
           EXEC SQL OPEN CURS-SUB END-EXEC
           PERFORM 3100-SUBENTRO         THRU 3100-SUBENTRO-X
                   UNTIL FINE-SUB
           EXEC SQL CLOSE CURS-SUB END-EXEC.
      *----------------------------------------------------------------*
       3000-SUBENTRI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3100-SUBENTRO.
           EXEC SQL FETCH CURS-SUB
                    INTO :RP-NDG, :RP-COGN, :RP-DATA-VAR,
                         :RP-CAP-POST, :RP-COMU-POST, :RP-PROV-POST,
                         :RP-TIPO-RICH, :RP-RIF-RICH,
                         :RP-DATA-RICH, :RP-GG-DIST
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-SUB              TO TRUE
               GO TO 3100-SUBENTRO-X
           END-IF
           ADD 1                         TO RP-TOT-SUBENTRI
           MOVE RP-NDG                   TO W-SUB-NDG
           MOVE RP-COGN                  TO W-SUB-COGN
           MOVE RP-DATA-VAR(1:10)        TO W-SUB-DATA
           MOVE RP-CAP-POST              TO W-SUB-CAP
           MOVE RP-COMU-POST             TO W-SUB-COMU
           MOVE RP-PROV-POST             TO W-SUB-PROV
           MOVE RP-TIPO-RICH             TO W-SUB-TIPO
           MOVE RP-RIF-RICH              TO W-SUB-RIF
           MOVE RP-DATA-RICH(1:10)       TO W-SUB-DATA-RICH
           MOVE RP-GG-DIST               TO W-SUB-GG
           MOVE W-RIGA-SUB-DETT          TO RPT-SUB-RIGA
           WRITE RPT-SUB-RIGA.
      *----------------------------------------------------------------*
       3100-SUBENTRO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
           EXEC SQL CLOSE CURS-VAR END-EXEC
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RP-TOT-VARIAZIONI        TO W-TOT-VARIAZIONI
           MOVE RP-TOT-LETTERE           TO W-TOT-LETTERE
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-SUB-RIGA
           WRITE RPT-SUB-RIGA
           MOVE RP-TOT-SUBENTRI          TO W-TOT-SUBENTRI
           MOVE W-RIGA-SUB-TOTALI        TO RPT-SUB-RIGA
           WRITE RPT-SUB-RIGA
           CLOSE SUB-FILE RPT-ANA-LETTIND RPT-ANA-SUBENTRI
           IF  RP-TOT-SUBENTRI > ZERO
           THEN
               MOVE 4                    TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM AN0233RP *******************************
