      ******************************************************************
      *                        BE300S3                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - ANTIRICICLAGGIO            *
      *  DESCRIZIONE  : FRAZIONAMENTO: I CONTROLLI ESISTENTI (DOPPI,  *
      *                 BANCHE IN LISTA, MAKER-CHECKER) GUARDANO UN   *
      *                 MOVIMENTO ALLA VOLTA. QUESTA PASSATA          *
      *                 GIORNALIERA RAGGRUPPA I BONIFICI IN USCITA    *
      *                 PER ORDINANTE (ORD_NDG, IN MANCANZA           *
      *                 ORD_COD_FISC) SU UNA FINESTRA MOBILE CHE      *
      *                 TERMINA NEL GIORNO DI RIFERIMENTO E CERCA:    *
      *                  SSG PIU' BONIFICI APPENA SOTTO UNA SOGLIA DI *
      *                      T_BE_FRZ_SOGLIE (ENTRO SOG_MARGINE_PCT)  *
      *                      ALMENO SOG_MIN_NUM E CHE INSIEME LA      *
      *                      SUPERANO                                 *
      *                  TND IMPORTI TONDI RIPETUTI ALLO STESSO       *
      *                      BENEFICIARIO O A BENEFICIARI COLLEGATI   *
      *                      (STESSO CODICE FISCALE, ANCHE SU IBAN    *
      *                      DIVERSI)                                 *
      *                 UNO SCHEMA SI SEGNALA SOLO SE HA MOVIMENTI    *
      *                 NEL GIORNO DI RIFERIMENTO. SE IL FLUSSO DEI   *
      *                 VERSAMENTI IN CONTANTI E' DISPONIBILE         *
      *                 (T_BE_CONTANTI) SI AGGIUNGONO QUELLI          *
      *                 DELL'ORDINANTE NELLA FINESTRA. PUNTEGGIO      *
      *                 (MASSIMO 100):                                *
      *                  SSG 40 + 10 PER BONIFICIO OLTRE IL MINIMO,   *
      *                      + 10 SE IL TOTALE E' ALMENO IL DOPPIO    *
      *                      DELLA SOGLIA                             *
      *                  TND 30 + 10 PER BONIFICIO OLTRE IL MINIMO,   *
      *                      + 10 SE GLI IBAN BENEFICIARI SONO PIU'   *
      *                      DI UNO                                   *
      *                  + 15 SE CI SONO VERSAMENTI IN CONTANTI, + 15 *
      *                      SE ANCHE QUESTI SONO SOTTO SOGLIA (SSG)  *
      *                 SCHEMI E CRO FINISCONO IN T_BE_FRZ_SEGNAL E   *
      *                 T_BE_FRZ_CRO; LA CORSA E' RIPETIBILE          *
      *                 PARAMETRI (PARBEFRZ, POSIZIONALI, BLANK=DEF.):*
      *                  01-08 GIORNO DI RIFERIMENTO (IERI)           *
      *                  09-10 GIORNI DELLA FINESTRA (7)              *
      *                  11-12 MINIMO DI IMPORTI TONDI (3)            *
      *                  13-19 UNITA' DEL TONDO IN EURO (1000)        *
      *                  20    FLUSSO CONTANTI DISPONIBILE S/N (N)    *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : PARBEFRZ, BE00TBMO, T_BE_FRZ_SOGLIE,          *
      *                 T_BE_CONTANTI (DB2)                           *
      *  OUTPUT       : T_BE_FRZ_SEGNAL, T_BE_FRZ_CRO, REPORT SU      *
      *                 RPT-BE300-FRZ                                 *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - SCHEMI DI FRAZIONAMENTO PER          *
      *           ORDINANTE CON PUNTEGGIO E ELENCO DEI CRO             *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300S3.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT PAR-FILE          ASSIGN  TO  PARBEFRZ
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-BE300-FRZ     ASSIGN  TO  RPTBEFRZ
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  PAR-FILE
           RECORDING MODE IS F.
       01  PAR-RECORD.
           02  PAR-DATA-RIF             PIC  X(08).
           02  PAR-FINESTRA             PIC  X(02).
           02  PAR-FINESTRA-N REDEFINES PAR-FINESTRA
                                        PIC  9(02).
           02  PAR-MIN-TONDI            PIC  X(02).
           02  PAR-MIN-TONDI-N REDEFINES PAR-MIN-TONDI
                                        PIC  9(02).
           02  PAR-UNITA                PIC  X(07).
           02  PAR-UNITA-N REDEFINES PAR-UNITA
                                        PIC  9(07).
           02  PAR-CONTANTI             PIC  X(01).
           02  FILLER                   PIC  X(60).
      *
       FD  RPT-BE300-FRZ
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *----------------------------------------------------------------*
      *    GIORNO DI RIFERIMENTO E INIZIO DELLA FINESTRA (ISO, PER IL
      *    CONFRONTO CON DATA_INSE)
      *----------------------------------------------------------------*
       01  S3-DATA-ISO                   PIC  X(10)  VALUE SPACE.
       01  S3-INIZIO-ISO                 PIC  X(10)  VALUE SPACE.
       01  S3-FINESTRA                   PIC S9(03)  COMP-3 VALUE 7.
       01  S3-MIN-TONDI                  PIC S9(03)  COMP-3 VALUE 3.
      *    UNITA' DEL TONDO IN CENTESIMI, COME LA COLONNA IMPORTO
       01  S3-UNITA                      PIC S9(11)  COMP-3
                                                     VALUE 100000.
       01  S3-CONTANTI                   PIC  X(01)  VALUE 'N'.
           88  S3-CON-CONTANTI                       VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    SCHEMA IN LAVORAZIONE
      *----------------------------------------------------------------*
       01  S3-TIPO                       PIC  X(03)  VALUE SPACE.
       01  S3-ORD-KEY                    PIC  X(16)  VALUE SPACE.
       01  S3-RIFERIMENTO                PIC  X(34)  VALUE SPACE.
       01  S3-SOG-CODICE                 PIC  X(03)  VALUE SPACE.
       01  S3-SOGLIA                     PIC S9(18)  COMP-3 VALUE ZERO.
       01  S3-SOGLIA-MIN                 PIC S9(18)  COMP-3 VALUE ZERO.
       01  S3-MARGINE                    PIC S9(03)  COMP-3 VALUE ZERO.
       01  S3-MIN-NUM                    PIC S9(03)  COMP-3 VALUE ZERO.
       01  S3-BEN-KEY                    PIC  X(34)  VALUE SPACE.
       01  S3-NUM                        PIC S9(07)  COMP-3 VALUE ZERO.
       01  S3-TOTALE                     PIC S9(18)  COMP-3 VALUE ZERO.
       01  S3-NUM-IBAN                   PIC S9(07)  COMP-3 VALUE ZERO.
       01  S3-NUM-CONT                   PIC S9(07)  COMP-3 VALUE ZERO.
       01  S3-TOT-CONT                   PIC S9(18)  COMP-3 VALUE ZERO.
       01  S3-NUM-CONT-SOTTO             PIC S9(07)  COMP-3 VALUE ZERO.
       01  S3-PUNTEGGIO                  PIC S9(05)  COMP-3 VALUE ZERO.
       01  S3-PROG                       PIC S9(09)  COMP-3 VALUE ZERO.
       01  S3-CONTA                      PIC S9(09)  COMP-3 VALUE ZERO.
       01  S3-GIA                        PIC  X(01)  VALUE 'N'.
      *
      *    MOVIMENTO DELLO SCHEMA
       01  S3-NUM-DIST                   PIC S9(10)  COMP-3 VALUE ZERO.
       01  S3-NUM-MOV                    PIC S9(10)  COMP-3 VALUE ZERO.
       01  S3-CRO                        PIC  X(35)  VALUE SPACE.
       01  S3-DATA-INSE                  PIC  X(10)  VALUE SPACE.
       01  S3-IMPORTO                    PIC S9(18)  COMP-3 VALUE ZERO.
       01  S3-BEN-IBAN                   PIC  X(34)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    TOTALI
      *----------------------------------------------------------------*
       01  S3-TOT-SSG                    PIC S9(07)  COMP-3 VALUE ZERO.
       01  S3-TOT-TND                    PIC S9(07)  COMP-3 VALUE ZERO.
       01  S3-TOT-GIA                    PIC S9(07)  COMP-3 VALUE ZERO.
       01  S3-TOT-CRO                    PIC S9(07)  COMP-3 VALUE ZERO.
      *
       01  SW-FINE-SSG                   PIC  X(01)  VALUE 'N'.
           88  FINE-SSG                              VALUE 'S'.
       01  SW-FINE-TND                   PIC  X(01)  VALUE 'N'.
           88  FINE-TND                              VALUE 'S'.
       01  SW-FINE-MOV                   PIC  X(01)  VALUE 'N'.
           88  FINE-MOV                              VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    RIGHE DEL REPORT
      *----------------------------------------------------------------*
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(48)  VALUE
               'FRAZIONAMENTO BONIFICI IN USCITA PER ORDINANTE -'.
           02  FILLER                    PIC  X(16)  VALUE
               ' FINESTRA DAL '.
           02  W-T1-INIZIO               PIC  X(10).
           02  FILLER                    PIC  X(04)  VALUE ' AL '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(17)  VALUE
               ' - TONDO EURO '.
           02  W-T1-UNITA                PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(12)  VALUE
               ' - CONTANTI '.
           02  W-T1-CONTANTI             PIC  X(01).
           02  FILLER                    PIC  X(05)  VALUE SPACE.
      *
       01  W-RIGA-INTEST.
           02  FILLER                    PIC  X(44)  VALUE
               'TIP ORDINANTE        SOGLIA / BENEFICIARIO  '.
           02  FILLER                    PIC  X(44)  VALUE
               '             NUM    TOTALE BONIFICI CONT   T'.
           02  FILLER                    PIC  X(44)  VALUE
               'OT.CONTANTI PUN NOTA                        '.
      *
       01  W-RIGA-SCHEMA.
           02  W-SC-TIPO                 PIC  X(03).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-SC-ORD                  PIC  X(16).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-SC-RIF                  PIC  X(34).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-SC-NUM                  PIC  ZZZ9.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-SC-TOTALE               PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-SC-NUM-CONT             PIC  ZZZ9.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-SC-TOT-CONT             PIC  ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-SC-PUNTI                PIC  ZZ9.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-SC-NOTA                 PIC  X(28).
      *
       01  W-RIGA-CRO.
           02  FILLER                    PIC  X(06)  VALUE
               '  CRO '.
           02  W-CR-CRO                  PIC  X(35).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-CR-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-CR-IMPORTO              PIC  ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-CR-BEN-IBAN             PIC  X(34).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-CR-DIST                 PIC  Z(09)9.
           02  FILLER                    PIC  X(01)  VALUE '/'.
           02  W-CR-MOV                  PIC  Z(09)9.
           02  FILLER                    PIC  X(08)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                    PIC  X(20)  VALUE
               'SCHEMI SOTTO SOGLIA:'.
           02  W-TOT-SSG                 PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(17)  VALUE
               '  IMPORTI TONDI: '.
           02  W-TOT-TND                 PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  GIA'' SEGNALATI: '.
           02  W-TOT-GIA                 PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(15)  VALUE
               '  CRO ELENCATI:'.
           02  W-TOT-CRO                 PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(24)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    SSG: BONIFICI DELLA FINESTRA APPENA SOTTO CIASCUNA SOGLIA,
      *    PER ORDINANTE, CHE INSIEME LA SUPERANO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-SSG CURSOR FOR
               SELECT  CASE WHEN M.ORD_NDG <> ' '
                            THEN M.ORD_NDG
                            ELSE M.ORD_COD_FISC
                       END,
                       S.SOG_CODICE, S.SOG_IMPORTO, S.SOG_MARGINE_PCT,
                       S.SOG_MIN_NUM, COUNT(*), SUM(M.IMPORTO)
                 FROM  BE00TBMO M, T_BE_FRZ_SOGLIE S
                WHERE  M.SEGNO_OPER = 'D'
                  AND  M.STATO_MOV <> 'X'
                  AND  M.DATA_INSE BETWEEN DATE(:S3-INIZIO-ISO)
                                       AND DATE(:S3-DATA-ISO)
                  AND (M.ORD_NDG <> ' ' OR M.ORD_COD_FISC <> ' ')
                  AND  S.SOG_ATTIVA = 'S'
                  AND  M.IMPORTO <  S.SOG_IMPORTO
                  AND  M.IMPORTO >= S.SOG_IMPORTO
                                    * (100 - S.SOG_MARGINE_PCT) / 100
                GROUP BY CASE WHEN M.ORD_NDG <> ' '
                              THEN M.ORD_NDG
                              ELSE M.ORD_COD_FISC
                         END,
                         S.SOG_CODICE, S.SOG_IMPORTO,
                         S.SOG_MARGINE_PCT, S.SOG_MIN_NUM
               HAVING  COUNT(*) >= S.SOG_MIN_NUM
                  AND  SUM(M.IMPORTO) >= S.SOG_IMPORTO
                  AND  MAX(M.DATA_INSE) = DATE(:S3-DATA-ISO)
                ORDER BY 1, 2
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    TND: IMPORTI TONDI DELLA FINESTRA PER ORDINANTE E
      *    BENEFICIARIO (CODICE FISCALE, IN MANCANZA IBAN)
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-TND CURSOR FOR
               SELECT  CASE WHEN ORD_NDG <> ' '
                            THEN ORD_NDG
                            ELSE ORD_COD_FISC
                       END,
                       CASE WHEN BEN_COD_FISC <> ' '
                            THEN BEN_COD_FISC
                            ELSE BEN_IBAN
                       END,
                       COUNT(*), SUM(IMPORTO), COUNT(DISTINCT BEN_IBAN)
                 FROM  BE00TBMO
                WHERE  SEGNO_OPER = 'D'
                  AND  STATO_MOV <> 'X'
                  AND  DATA_INSE BETWEEN DATE(:S3-INIZIO-ISO)
                                     AND DATE(:S3-DATA-ISO)
                  AND (ORD_NDG <> ' ' OR ORD_COD_FISC <> ' ')
                  AND  IMPORTO > 0
                  AND  MOD(IMPORTO, :S3-UNITA) = 0
                GROUP BY CASE WHEN ORD_NDG <> ' '
                              THEN ORD_NDG
                              ELSE ORD_COD_FISC
                         END,
                         CASE WHEN BEN_COD_FISC <> ' '
                              THEN BEN_COD_FISC
                              ELSE BEN_IBAN
                         END
               HAVING  COUNT(*) >= :S3-MIN-TONDI
                  AND  MAX(DATA_INSE) = DATE(:S3-DATA-ISO)
                ORDER BY 1, 2
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    MOVIMENTI DI UNO SCHEMA: PER SSG LA FASCIA SOTTO SOGLIA,
      *    PER TND IL BENEFICIARIO E IL TONDO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-MOV-SSG CURSOR FOR
               SELECT  NUM_DIST, NUM_MOV, CRO_OPE,
                       CHAR(DATA_INSE, ISO), IMPORTO, BEN_IBAN
                 FROM  BE00TBMO
                WHERE  SEGNO_OPER = 'D'
                  AND  STATO_MOV <> 'X'
                  AND  DATA_INSE BETWEEN DATE(:S3-INIZIO-ISO)
                                     AND DATE(:S3-DATA-ISO)
                  AND  CASE WHEN ORD_NDG <> ' '
                            THEN ORD_NDG
                            ELSE ORD_COD_FISC
                       END = :S3-ORD-KEY
                  AND  IMPORTO <  :S3-SOGLIA
                  AND  IMPORTO >= :S3-SOGLIA
                                  * (100 - :S3-MARGINE) / 100
                ORDER BY DATA_INSE, NUM_DIST, NUM_MOV
           END-EXEC.
      *
           EXEC SQL DECLARE CURS-MOV-TND CURSOR FOR
               SELECT  NUM_DIST, NUM_MOV, CRO_OPE,
                       CHAR(DATA_INSE, ISO), IMPORTO, BEN_IBAN
                 FROM  BE00TBMO
                WHERE  SEGNO_OPER = 'D'
                  AND  STATO_MOV <> 'X'
                  AND  DATA_INSE BETWEEN DATE(:S3-INIZIO-ISO)
                                     AND DATE(:S3-DATA-ISO)
                  AND  CASE WHEN ORD_NDG <> ' '
                            THEN ORD_NDG
                            ELSE ORD_COD_FISC
                       END = :S3-ORD-KEY
                  AND  CASE WHEN BEN_COD_FISC <> ' '
                            THEN BEN_COD_FISC
                            ELSE BEN_IBAN
                       END = :S3-BEN-KEY
                  AND  IMPORTO > 0
                  AND  MOD(IMPORTO, :S3-UNITA) = 0
                ORDER BY DATA_INSE, NUM_DIST, NUM_MOV
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           EXEC SQL OPEN CURS-SSG END-EXEC
           PERFORM 2000-SCHEMA-SSG       THRU 2000-SCHEMA-SSG-X
                   UNTIL FINE-SSG
           EXEC SQL CLOSE CURS-SSG END-EXEC
           EXEC SQL OPEN CURS-TND END-EXEC
           PERFORM 3000-SCHEMA-TND       THRU 3000-SCHEMA-TND-X
                   UNTIL FINE-TND
           EXEC SQL CLOSE CURS-TND END-EXEC
           PERFORM 9000-FINALIZZA        THRU 9000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
      *    1000-INIZIALIZZA: PARAMETRI DA PARBEFRZ, INIZIO DELLA
      *    FINESTRA E ULTIMO PROGRESSIVO GIA' USATO NEL GIORNO
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN OUTPUT RPT-BE300-FRZ
           EXEC SQL
                VALUES CHAR(CURRENT DATE - 1 DAY, ISO)
                  INTO :S3-DATA-ISO
           END-EXEC
           OPEN INPUT  PAR-FILE
           READ PAR-FILE
             AT END
                  MOVE SPACE             TO PAR-RECORD
           END-READ
           CLOSE PAR-FILE
           IF  PAR-DATA-RIF IS NUMERIC
           THEN
               STRING PAR-DATA-RIF(1:4) '-' PAR-DATA-RIF(5:2) '-'
                      PAR-DATA-RIF(7:2)
                      DELIMITED BY SIZE  INTO S3-DATA-ISO
               END-STRING
           END-IF
           IF  PAR-FINESTRA IS NUMERIC
           AND PAR-FINESTRA-N > ZERO
           THEN
               MOVE PAR-FINESTRA-N       TO S3-FINESTRA
           END-IF
           IF  PAR-MIN-TONDI IS NUMERIC
           AND PAR-MIN-TONDI-N > 1
           THEN
               MOVE PAR-MIN-TONDI-N      TO S3-MIN-TONDI
           END-IF
           IF  PAR-UNITA IS NUMERIC
           AND PAR-UNITA-N > ZERO
           THEN
               COMPUTE S3-UNITA = PAR-UNITA-N * 100
           END-IF
           IF  PAR-CONTANTI = 'S'
           THEN
               MOVE 'S'                  TO S3-CONTANTI
           END-IF
      *
           EXEC SQL
                VALUES CHAR(DATE(:S3-DATA-ISO)
                            - (:S3-FINESTRA - 1) DAYS, ISO)
                  INTO :S3-INIZIO-ISO
           END-EXEC
           MOVE ZERO                     TO S3-PROG
           EXEC SQL SELECT COALESCE(MAX(FRZ_PROG), 0)
                      INTO :S3-PROG
                      FROM T_BE_FRZ_SEGNAL
                     WHERE FRZ_DATA_RIF = DATE(:S3-DATA-ISO)
           END-EXEC
      *
           MOVE S3-INIZIO-ISO            TO W-T1-INIZIO
           MOVE S3-DATA-ISO              TO W-T1-DATA
           COMPUTE W-T1-UNITA = S3-UNITA / 100
           MOVE S3-CONTANTI              TO W-T1-CONTANTI
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST            TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-SCHEMA-SSG: BONIFICI APPENA SOTTO SOGLIA
      *----------------------------------------------------------------*
       2000-SCHEMA-SSG.
           EXEC SQL FETCH CURS-SSG
                    INTO :S3-ORD-KEY, :S3-SOG-CODICE, :S3-SOGLIA,
                         :S3-MARGINE, :S3-MIN-NUM, :S3-NUM,
                         :S3-TOTALE
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-SSG              TO TRUE
               GO TO 2000-SCHEMA-SSG-X
           END-IF
           ADD 1                         TO S3-TOT-SSG
           MOVE 'SSG'                    TO S3-TIPO
           MOVE SPACE                    TO S3-RIFERIMENTO
           STRING 'SOGLIA ' S3-SOG-CODICE
                  DELIMITED BY SIZE    INTO S3-RIFERIMENTO
           END-STRING
           COMPUTE S3-SOGLIA-MIN ROUNDED =
                   S3-SOGLIA * (100 - S3-MARGINE) / 100
           PERFORM 5000-CONTANTI         THRU 5000-CONTANTI-X
      *
           COMPUTE S3-PUNTEGGIO = 40 + (S3-NUM - S3-MIN-NUM) * 10
           IF  S3-TOTALE NOT < S3-SOGLIA * 2
           THEN
               ADD 10                    TO S3-PUNTEGGIO
           END-IF
           IF  S3-NUM-CONT > ZERO
           THEN
               ADD 15                    TO S3-PUNTEGGIO
           END-IF
           IF  S3-NUM-CONT-SOTTO > ZERO
           THEN
               ADD 15                    TO S3-PUNTEGGIO
           END-IF
      *
           PERFORM 6000-REGISTRA         THRU 6000-REGISTRA-X
           MOVE 'N'                      TO SW-FINE-MOV
           EXEC SQL OPEN CURS-MOV-SSG END-EXEC
           PERFORM 2100-MOV-SSG          THRU 2100-MOV-SSG-X
                   UNTIL FINE-MOV
           EXEC SQL CLOSE CURS-MOV-SSG END-EXEC.
      *----------------------------------------------------------------*
       2000-SCHEMA-SSG-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2100-MOV-SSG.
           EXEC SQL FETCH CURS-MOV-SSG
                    INTO :S3-NUM-DIST, :S3-NUM-MOV, :S3-CRO,
                         :S3-DATA-INSE, :S3-IMPORTO, :S3-BEN-IBAN
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-MOV              TO TRUE
               GO TO 2100-MOV-SSG-X
           END-IF
           PERFORM 7000-UN-CRO           THRU 7000-UN-CRO-X.
      *----------------------------------------------------------------*
       2100-MOV-SSG-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-SCHEMA-TND: IMPORTI TONDI ALLO STESSO BENEFICIARIO
      *----------------------------------------------------------------*
       3000-SCHEMA-TND.
           EXEC SQL FETCH CURS-TND
                    INTO :S3-ORD-KEY, :S3-BEN-KEY, :S3-NUM,
                         :S3-TOTALE, :S3-NUM-IBAN
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-TND              TO TRUE
               GO TO 3000-SCHEMA-TND-X
           END-IF
           ADD 1                         TO S3-TOT-TND
           MOVE 'TND'                    TO S3-TIPO
           MOVE S3-BEN-KEY               TO S3-RIFERIMENTO
      *    PER I TONDI NON C'E' FASCIA: I CONTANTI CONTANO TUTTI
           MOVE ZERO                     TO S3-SOGLIA S3-SOGLIA-MIN
           PERFORM 5000-CONTANTI         THRU 5000-CONTANTI-X
      *
           COMPUTE S3-PUNTEGGIO = 30 + (S3-NUM - S3-MIN-TONDI) * 10
           IF  S3-NUM-IBAN > 1
           THEN
               ADD 10                    TO S3-PUNTEGGIO
           END-IF
           IF  S3-NUM-CONT > ZERO
           THEN
               ADD 15                    TO S3-PUNTEGGIO
           END-IF
      *
           PERFORM 6000-REGISTRA         THRU 6000-REGISTRA-X
           MOVE 'N'                      TO SW-FINE-MOV
           EXEC SQL OPEN CURS-MOV-TND END-EXEC
           PERFORM 3100-MOV-TND          THRU 3100-MOV-TND-X
                   UNTIL FINE-MOV
           EXEC SQL CLOSE CURS-MOV-TND END-EXEC.
      *----------------------------------------------------------------*
       3000-SCHEMA-TND-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3100-MOV-TND.
           EXEC SQL FETCH CURS-MOV-TND
                    INTO :S3-NUM-DIST, :S3-NUM-MOV, :S3-CRO,
                         :S3-DATA-INSE, :S3-IMPORTO, :S3-BEN-IBAN
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-MOV              TO TRUE
               GO TO 3100-MOV-TND-X
           END-IF
           PERFORM 7000-UN-CRO           THRU 7000-UN-CRO-X.
      *----------------------------------------------------------------*
       3100-MOV-TND-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5000-CONTANTI: VERSAMENTI IN CONTANTI DELL'ORDINANTE NELLA
      *    FINESTRA, E QUANTI NELLA FASCIA SOTTO SOGLIA, SE IL FLUSSO
      *    E' DISPONIBILE
      *----------------------------------------------------------------*
       5000-CONTANTI.
           MOVE ZERO                     TO S3-NUM-CONT S3-TOT-CONT
                                            S3-NUM-CONT-SOTTO
           IF  NOT S3-CON-CONTANTI
           THEN
               GO TO 5000-CONTANTI-X
           END-IF
           EXEC SQL SELECT COUNT(*), COALESCE(SUM(CON_IMPORTO), 0),
                           COALESCE(SUM(CASE WHEN CON_IMPORTO
                                                  < :S3-SOGLIA
                                              AND CON_IMPORTO
                                                 >= :S3-SOGLIA-MIN
                                             THEN 1 ELSE 0 END), 0)
                      INTO :S3-NUM-CONT, :S3-TOT-CONT,
                           :S3-NUM-CONT-SOTTO
                      FROM T_BE_CONTANTI
                     WHERE (CON_NDG      = :S3-ORD-KEY
                        OR  CON_COD_FISC = :S3-ORD-KEY)
                       AND CON_TIPO      = 'V'
                       AND CON_DATA BETWEEN DATE(:S3-INIZIO-ISO)
                                        AND DATE(:S3-DATA-ISO)
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE ZERO                 TO S3-NUM-CONT S3-TOT-CONT
                                            S3-NUM-CONT-SOTTO
           END-IF.
      *----------------------------------------------------------------*
       5000-CONTANTI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    6000-REGISTRA: LO SCHEMA GIA' SEGNALATO PER LO STESSO
      *    GIORNO (CORSA RIPETUTA) SI STAMPA MA NON SI REGISTRA
      *----------------------------------------------------------------*
       6000-REGISTRA.
           IF  S3-PUNTEGGIO > 100
           THEN
               MOVE 100                  TO S3-PUNTEGGIO
           END-IF
           MOVE S3-TIPO                  TO W-SC-TIPO
           MOVE S3-ORD-KEY               TO W-SC-ORD
           MOVE S3-RIFERIMENTO           TO W-SC-RIF
           MOVE S3-NUM                   TO W-SC-NUM
           COMPUTE W-SC-TOTALE = S3-TOTALE / 100
           MOVE S3-NUM-CONT              TO W-SC-NUM-CONT
           COMPUTE W-SC-TOT-CONT = S3-TOT-CONT / 100
           MOVE S3-PUNTEGGIO             TO W-SC-PUNTI
           MOVE SPACE                    TO W-SC-NOTA
      *
           MOVE 'N'                      TO S3-GIA
           MOVE ZERO                     TO S3-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :S3-CONTA
                      FROM T_BE_FRZ_SEGNAL
                     WHERE FRZ_DATA_RIF    = DATE(:S3-DATA-ISO)
                       AND FRZ_TIPO        = :S3-TIPO
                       AND FRZ_ORD_KEY     = :S3-ORD-KEY
                       AND FRZ_RIFERIMENTO = :S3-RIFERIMENTO
           END-EXEC
           IF  SQLCODE = ZERO AND S3-CONTA > ZERO
           THEN
               MOVE 'S'                  TO S3-GIA
               ADD 1                     TO S3-TOT-GIA
               MOVE 'GIA'' SEGNALATO'    TO W-SC-NOTA
           ELSE
               PERFORM 6100-INSERISCI    THRU 6100-INSERISCI-X
           END-IF
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SCHEMA            TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       6000-REGISTRA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       6100-INSERISCI.
           ADD 1                         TO S3-PROG
           EXEC SQL INSERT INTO T_BE_FRZ_SEGNAL
                           (FRZ_DATA_RIF
                           ,FRZ_PROG
                           ,FRZ_TIPO
                           ,FRZ_ORD_KEY
                           ,FRZ_RIFERIMENTO
                           ,FRZ_DATA_INIZIO
                           ,FRZ_NUM_MOV
                           ,FRZ_TOTALE
                           ,FRZ_NUM_CONT
                           ,FRZ_TOT_CONT
                           ,FRZ_PUNTEGGIO
                           ,FRZ_DATA_INS)
                    VALUES (DATE(:S3-DATA-ISO)
                           ,:S3-PROG
                           ,:S3-TIPO
                           ,:S3-ORD-KEY
                           ,:S3-RIFERIMENTO
                           ,DATE(:S3-INIZIO-ISO)
                           ,:S3-NUM
                           ,:S3-TOTALE
                           ,:S3-NUM-CONT
                           ,:S3-TOT-CONT
                           ,:S3-PUNTEGGIO
                           ,CURRENT TIMESTAMP)
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 'S'                  TO S3-GIA
               MOVE 'ERRORE INSERT'      TO W-SC-NOTA
           END-IF.
      *----------------------------------------------------------------*
       6100-INSERISCI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7000-UN-CRO: RIGA DEL MOVIMENTO SOTTO LO SCHEMA E, SE LO
      *    SCHEMA E' NUOVO, IN T_BE_FRZ_CRO
      *----------------------------------------------------------------*
       7000-UN-CRO.
           ADD 1                         TO S3-TOT-CRO
           IF  S3-GIA = 'N'
           THEN
               EXEC SQL INSERT INTO T_BE_FRZ_CRO
                               (FRZ_DATA_RIF
                               ,FRZ_PROG
                               ,FRZ_NUM_DIST
                               ,FRZ_NUM_MOV
                               ,FRZ_CRO
                               ,FRZ_IMPORTO)
                        VALUES (DATE(:S3-DATA-ISO)
                               ,:S3-PROG
                               ,:S3-NUM-DIST
                               ,:S3-NUM-MOV
                               ,:S3-CRO
                               ,:S3-IMPORTO)
               END-EXEC
           END-IF
           MOVE S3-CRO                   TO W-CR-CRO
           MOVE S3-DATA-INSE             TO W-CR-DATA
           COMPUTE W-CR-IMPORTO = S3-IMPORTO / 100
           MOVE S3-BEN-IBAN              TO W-CR-BEN-IBAN
           MOVE S3-NUM-DIST              TO W-CR-DIST
           MOVE S3-NUM-MOV               TO W-CR-MOV
           MOVE W-RIGA-CRO               TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       7000-UN-CRO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
           EXEC SQL COMMIT END-EXEC
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE S3-TOT-SSG               TO W-TOT-SSG
           MOVE S3-TOT-TND               TO W-TOT-TND
           MOVE S3-TOT-GIA               TO W-TOT-GIA
           MOVE S3-TOT-CRO               TO W-TOT-CRO
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RPT-BE300-FRZ.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM BE300S3 ********************************
