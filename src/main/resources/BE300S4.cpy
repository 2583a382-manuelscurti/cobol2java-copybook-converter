      ******************************************************************
      *                        BE300S4                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - ANTIRICICLAGGIO            *
      *  DESCRIZIONE  : ALIMENTAZIONE NOTTURNA DELLA GESTIONE CASI    *
      *                 AML. OGNI SEGNALAZIONE DEL GIORNO DI          *
      *                 RIFERIMENTO DIVENTA UN ALERT                  *
      *                 (T_BE_AML_ALERT) CON SOGGETTO, CRO, FONTE E   *
      *                 PUNTEGGIO, AGGANCIATO AL CASO APERTO DELLO    *
      *                 STESSO SOGGETTO (NDG, IN MANCANZA CODICE      *
      *                 FISCALE) O A UN CASO NUOVO (T_BE_AML_CASO).   *
      *                 FONTI:                                        *
      *                  WLB BANCA CONTROPARTE IN LISTA NEGATIVA      *
      *                      (FL_WLC_BANCA, VEDI BE300R2)             *
      *                  PAE FERMO PER PAESE A RISCHIO (BE300RW)      *
      *                  PRV REVISIONE PRIMO PAGAMENTO (BE300K8)      *
      *                  DOP COPPIA SOSPETTA, STESSO CRITERIO DI      *
      *                      BE300RH SUL SECONDO MOVIMENTO            *
      *                  FRZ SCHEMA DI FRAZIONAMENTO (BE300S3), COL   *
      *                      PUNTEGGIO DELLO SCHEMA                   *
      *                 IL PUNTEGGIO DELLE ALTRE FONTI E' IN          *
      *                 T_BE_AML_FONTI (50 SE MANCA). IL PUNTEGGIO    *
      *                 DEL CASO E' IL MASSIMO DEI SUOI ALERT PIU' 10 *
      *                 PER OGNI FONTE DIVERSA OLTRE LA PRIMA (MAX    *
      *                 100). APERTURE E AGGANCI FINISCONO NELLA      *
      *                 TRACCIA T_BE_AML_EVENTI, DOVE LA FUNZIONE     *
      *                 ONLINE (BE300KD) REGISTRA LE DECISIONI DEGLI  *
      *                 ANALISTI. IL REPORT RIPORTA GLI ALERT DEL     *
      *                 GIORNO, LA TRACCIA DELLE DECISIONI DEL GIORNO *
      *                 E I CASI APERTI PER STATO. LA CORSA E'        *
      *                 RIPETIBILE: L'ALERT GIA' REGISTRATO NON SI    *
      *                 RIPRENDE                                      *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : PARBEAML (DATA AAAAMMGG), BE00TBMO,           *
      *                 T_BE_HOLD_PAESE, T_BE_REVIEW, T_BE_FRZ_SEGNAL,*
      *                 T_BE_FRZ_CRO, T_BE_AML_FONTI (DB2)            *
      *  OUTPUT       : T_BE_AML_CASO, T_BE_AML_ALERT,                *
      *                 T_BE_AML_EVENTI, REPORT SU RPT-BE300-AML      *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - ALERT AML RAGGRUPPATI IN CASI PER    *
      *           NDG CON TRACCIA DELLE DECISIONI                      *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300S4.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT PAR-FILE          ASSIGN  TO  PARBEAML
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-BE300-AML     ASSIGN  TO  RPTBEAML
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  PAR-FILE
           RECORDING MODE IS F.
       01  PAR-RECORD.
           02  PAR-DATA-RIF             PIC  X(08).
           02  FILLER                   PIC  X(72).
      *
       FD  RPT-BE300-AML
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  S4-DATA-ISO                   PIC  X(10)  VALUE SPACE.
       01  S4-INIZIO-DOP-ISO             PIC  X(10)  VALUE SPACE.
       01  S4-UTENTE                     PIC  X(08)  VALUE 'BE300S4'.
      *
      *----------------------------------------------------------------*
      *    ALERT IN LAVORAZIONE
      *----------------------------------------------------------------*
       01  S4-FONTE                      PIC  X(03)  VALUE SPACE.
       01  S4-SOGGETTO                   PIC  X(16)  VALUE SPACE.
       01  S4-NUM-DIST                   PIC S9(10)  COMP-3 VALUE ZERO.
       01  S4-NUM-MOV                    PIC S9(10)  COMP-3 VALUE ZERO.
       01  S4-CRO                        PIC  X(35)  VALUE SPACE.
       01  S4-IMPORTO                    PIC S9(18)  COMP-3 VALUE ZERO.
       01  S4-RIF-FONTE                  PIC  X(40)  VALUE SPACE.
       01  S4-PUNTEGGIO                  PIC S9(05)  COMP-3 VALUE ZERO.
       01  S4-CONTA                      PIC S9(09)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    CASO DEL SOGGETTO
      *----------------------------------------------------------------*
       01  S4-CAS-ID                     PIC S9(09)  COMP-3 VALUE ZERO.
       01  S4-CAS-NUOVO                  PIC  X(01)  VALUE 'N'.
       01  S4-ALE-PROG                   PIC S9(05)  COMP-3 VALUE ZERO.
       01  S4-MAX-PUNTI                  PIC S9(05)  COMP-3 VALUE ZERO.
       01  S4-NUM-FONTI                  PIC S9(05)  COMP-3 VALUE ZERO.
       01  S4-PUNTI-CASO                 PIC S9(05)  COMP-3 VALUE ZERO.
       01  S4-TESTO                      PIC  X(200) VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    TRACCIA E RIEPILOGO
      *----------------------------------------------------------------*
       01  S4-E-CAS-ID                   PIC S9(09)  COMP-3 VALUE ZERO.
       01  S4-E-TS                       PIC  X(26)  VALUE SPACE.
       01  S4-E-UTENTE                   PIC  X(08)  VALUE SPACE.
       01  S4-E-AZIONE                   PIC  X(03)  VALUE SPACE.
       01  S4-E-TESTO                    PIC  X(80)  VALUE SPACE.
       01  S4-R-STATO                    PIC  X(01)  VALUE SPACE.
       01  S4-R-NUM                      PIC S9(07)  COMP-3 VALUE ZERO.
      *
       01  S4-TOT-ALERT                  PIC S9(07)  COMP-3 VALUE ZERO.
       01  S4-TOT-NUOVI                  PIC S9(07)  COMP-3 VALUE ZERO.
       01  S4-TOT-AGGANCIATI             PIC S9(07)  COMP-3 VALUE ZERO.
       01  S4-TOT-GIA                    PIC S9(07)  COMP-3 VALUE ZERO.
       01  S4-TOT-EVENTI                 PIC S9(07)  COMP-3 VALUE ZERO.
      *
       01  SW-FINE-ALE                   PIC  X(01)  VALUE 'N'.
           88  FINE-ALE                              VALUE 'S'.
       01  SW-FINE-EVE                   PIC  X(01)  VALUE 'N'.
           88  FINE-EVE                              VALUE 'S'.
       01  SW-FINE-STA                   PIC  X(01)  VALUE 'N'.
           88  FINE-STA                              VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    RIGHE DEL REPORT
      *----------------------------------------------------------------*
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(45)  VALUE
               'GESTIONE CASI AML SUI BONIFICI - SEGNALAZIONI'.
           02  FILLER                    PIC  X(12)  VALUE
               ' DEL GIORNO '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(65)  VALUE SPACE.
      *
       01  W-RIGA-SEZ1                   PIC  X(132) VALUE
           '1. ALERT DEL GIORNO E CASO DI AGGANCIO'.
       01  W-RIGA-INTEST1.
           02  FILLER                    PIC  X(44)  VALUE
               '     CASO       FON NDG/SOGGETTO     CRO    '.
           02  FILLER                    PIC  X(44)  VALUE
               '                                    IMPORTO '.
           02  FILLER                    PIC  X(44)  VALUE
               'ALE CAS NOTA                                '.
      *
       01  W-RIGA-ALERT.
           02  W-AL-CASO                 PIC  Z(08)9.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-AL-NUOVO                PIC  X(05).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-AL-FONTE                PIC  X(03).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-AL-SOGGETTO             PIC  X(16).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-AL-CRO                  PIC  X(35).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-AL-IMPORTO              PIC  ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-AL-PUNTI                PIC  ZZ9.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-AL-PUNTI-CASO           PIC  ZZ9.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-AL-NOTA                 PIC  X(36).
      *
       01  W-RIGA-SEZ2                   PIC  X(132) VALUE
           '2. TRACCIA DELLE DECISIONI DEGLI ANALISTI NEL GIORNO'.
       01  W-RIGA-INTEST2.
           02  FILLER                    PIC  X(44)  VALUE
               '     CASO DATA/ORA                   UTENTE '.
           02  FILLER                    PIC  X(44)  VALUE
               '  AZI TESTO                                 '.
           02  FILLER                    PIC  X(44)  VALUE SPACE.
      *
       01  W-RIGA-EVENTO.
           02  W-EV-CASO                 PIC  Z(08)9.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-EV-TS                   PIC  X(26).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-EV-UTENTE               PIC  X(08).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-EV-AZIONE               PIC  X(03).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-EV-TESTO                PIC  X(80).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
      *
       01  W-RIGA-NESSUNO                PIC  X(132) VALUE
           '   NESSUNA DECISIONE REGISTRATA NEL GIORNO'.
      *
       01  W-RIGA-SEZ3                   PIC  X(132) VALUE
           '3. CASI APERTI PER STATO'.
       01  W-RIGA-STATO.
           02  FILLER                    PIC  X(03)  VALUE SPACE.
           02  W-ST-STATO                PIC  X(01).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-ST-DESCR                PIC  X(20).
           02  W-ST-NUM                  PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(100) VALUE SPACE.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                    PIC  X(08)  VALUE
               'ALERT: '.
           02  W-TOT-ALERT               PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(16)  VALUE
               '  CASI NUOVI: '.
           02  W-TOT-NUOVI               PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(24)  VALUE
               '  AGGANCIATI AD APERTI: '.
           02  W-TOT-AGGANCIATI          PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  GIA'' REGISTRATI: '.
           02  W-TOT-GIA                 PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(11)  VALUE
               '  EVENTI: '.
           02  W-TOT-EVENTI              PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(08)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    SEGNALAZIONI DEL GIORNO DA TUTTE LE FONTI; IL SOGGETTO E'
      *    IL CLIENTE (ORDINANTE SUI DARE, BENEFICIARIO SUGLI AVERE)
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-ALE CURSOR FOR
               SELECT  'WLB',
                       CASE WHEN M.SEGNO_OPER = 'D'
                            THEN CASE WHEN M.ORD_NDG <> ' '
                                      THEN M.ORD_NDG
                                      ELSE M.ORD_COD_FISC
                                 END
                            ELSE CASE WHEN M.BEN_NDG <> ' '
                                      THEN M.BEN_NDG
                                      ELSE M.BEN_COD_FISC
                                 END
                       END,
                       M.NUM_DIST, M.NUM_MOV, M.CRO_OPE, M.IMPORTO,
                       CAST(' ' AS CHAR(40)), 0
                 FROM  BE00TBMO M
                WHERE  M.FL_WLC_BANCA = 'S'
                  AND  M.DATA_INSE = DATE(:S4-DATA-ISO)
               UNION ALL
               SELECT  'PAE',
                       CASE WHEN M.BEN_NDG <> ' '
                            THEN M.BEN_NDG
                            ELSE M.BEN_COD_FISC
                       END,
                       M.NUM_DIST, M.NUM_MOV, M.CRO_OPE, M.IMPORTO,
                       CAST('PAESE ' || H.HLD_PAESE AS CHAR(40)), 0
                 FROM  T_BE_HOLD_PAESE H, BE00TBMO M
                WHERE  M.NUM_DIST = H.HLD_NUM_DIST
                  AND  M.NUM_MOV  = H.HLD_NUM_MOV
                  AND  DATE(H.HLD_DATA_INS) = DATE(:S4-DATA-ISO)
               UNION ALL
               SELECT  'PRV', R.REV_ORD_NDG,
                       M.NUM_DIST, M.NUM_MOV, M.CRO_OPE, M.IMPORTO,
                       CAST(R.REV_BEN_IBAN AS CHAR(40)), 0
                 FROM  T_BE_REVIEW R, BE00TBMO M
                WHERE  M.NUM_DIST = R.REV_NUM_DIST
                  AND  M.NUM_MOV  = R.REV_NUM_MOV
                  AND  DATE(R.REV_DATA_INS) = DATE(:S4-DATA-ISO)
               UNION ALL
               SELECT  'DOP',
                       CASE WHEN B.ORD_NDG <> ' '
                            THEN B.ORD_NDG
                            ELSE B.ORD_COD_FISC
                       END,
                       B.NUM_DIST, B.NUM_MOV, B.CRO_OPE, B.IMPORTO,
                       CAST('COPPIA CON ' || DIGITS(A.NUM_DIST) || '/'
                            || DIGITS(A.NUM_MOV) AS CHAR(40)), 0
                 FROM  BE00TBMO A, BE00TBMO B
                WHERE  A.ORD_IBAN = B.ORD_IBAN
                  AND  A.BEN_IBAN = B.BEN_IBAN
                  AND  A.IMPORTO  = B.IMPORTO
                  AND  B.DATA_INSE = DATE(:S4-DATA-ISO)
                  AND  A.DATA_INSE BETWEEN DATE(:S4-INIZIO-DOP-ISO)
                                       AND DATE(:S4-DATA-ISO)
                  AND (A.NUM_DIST < B.NUM_DIST
                       OR (A.NUM_DIST = B.NUM_DIST
                           AND A.NUM_MOV < B.NUM_MOV))
               UNION ALL
               SELECT  'FRZ', S.FRZ_ORD_KEY,
                       C.FRZ_NUM_DIST, C.FRZ_NUM_MOV, C.FRZ_CRO,
                       C.FRZ_IMPORTO,
                       CAST(S.FRZ_TIPO || ' '
                            || CHAR(S.FRZ_DATA_RIF, ISO) || '/'
                            || DIGITS(S.FRZ_PROG) AS CHAR(40)),
                       S.FRZ_PUNTEGGIO
                 FROM  T_BE_FRZ_SEGNAL S, T_BE_FRZ_CRO C
                WHERE  C.FRZ_DATA_RIF = S.FRZ_DATA_RIF
                  AND  C.FRZ_PROG     = S.FRZ_PROG
                  AND  S.FRZ_DATA_RIF = DATE(:S4-DATA-ISO)
                ORDER BY 2, 1, 3, 4
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    DECISIONI DEGLI ANALISTI NEL GIORNO (NON QUELLE DEL BATCH)
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-EVE CURSOR FOR
               SELECT  EVE_CAS_ID, CHAR(EVE_TS), EVE_UTENTE,
                       EVE_AZIONE, SUBSTR(EVE_TESTO, 1, 80)
                 FROM  T_BE_AML_EVENTI
                WHERE  DATE(EVE_TS) = DATE(:S4-DATA-ISO)
                  AND  EVE_UTENTE  <> :S4-UTENTE
                ORDER BY EVE_TS
           END-EXEC.
      *
           EXEC SQL DECLARE CURS-STA CURSOR FOR
               SELECT  CAS_STATO, COUNT(*)
                 FROM  T_BE_AML_CASO
                WHERE  CAS_STATO IN ('A', 'L', 'E')
                GROUP BY CAS_STATO
                ORDER BY CAS_STATO
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           EXEC SQL OPEN CURS-ALE END-EXEC
           PERFORM 2000-UN-ALERT         THRU 2000-UN-ALERT-X
                   UNTIL FINE-ALE
           EXEC SQL CLOSE CURS-ALE END-EXEC
           EXEC SQL COMMIT END-EXEC
           PERFORM 3000-TRACCIA          THRU 3000-TRACCIA-X
           PERFORM 4000-RIEPILOGO        THRU 4000-RIEPILOGO-X
           PERFORM 9000-FINALIZZA        THRU 9000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
      *    1000-INIZIALIZZA: GIORNO DI RIFERIMENTO DA PARBEAML (IN
      *    MANCANZA IERI) E FINESTRA DI 5 GIORNI DELLE COPPIE
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN OUTPUT RPT-BE300-AML
           EXEC SQL
                VALUES CHAR(CURRENT DATE - 1 DAY, ISO)
                  INTO :S4-DATA-ISO
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
                      DELIMITED BY SIZE  INTO S4-DATA-ISO
               END-STRING
           END-IF
           EXEC SQL
                VALUES CHAR(DATE(:S4-DATA-ISO) - 5 DAYS, ISO)
                  INTO :S4-INIZIO-DOP-ISO
           END-EXEC
      *
           MOVE S4-DATA-ISO              TO W-T1-DATA
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ1              TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST1           TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-UN-ALERT: CASO APERTO DEL SOGGETTO O CASO NUOVO,
      *    ALERT, TRACCIA E PUNTEGGIO DEL CASO
      *----------------------------------------------------------------*
       2000-UN-ALERT.
           EXEC SQL FETCH CURS-ALE
                    INTO :S4-FONTE, :S4-SOGGETTO, :S4-NUM-DIST,
                         :S4-NUM-MOV, :S4-CRO, :S4-IMPORTO,
                         :S4-RIF-FONTE, :S4-PUNTEGGIO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-ALE              TO TRUE
               GO TO 2000-UN-ALERT-X
           END-IF
           ADD 1                         TO S4-TOT-ALERT
           IF  S4-SOGGETTO = SPACE
           THEN
               MOVE 'NON IDENTIFICATO'   TO S4-SOGGETTO
           END-IF
           MOVE ZERO                     TO S4-CAS-ID S4-PUNTI-CASO
           MOVE SPACE                    TO W-AL-NUOVO W-AL-NOTA
      *
           MOVE ZERO                     TO S4-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :S4-CONTA
                      FROM T_BE_AML_ALERT
                     WHERE ALE_FONTE    = :S4-FONTE
                       AND ALE_NUM_DIST = :S4-NUM-DIST
                       AND ALE_NUM_MOV  = :S4-NUM-MOV
                       AND ALE_RIF      = :S4-RIF-FONTE
           END-EXEC
           IF  SQLCODE = ZERO AND S4-CONTA > ZERO
           THEN
               ADD 1                     TO S4-TOT-GIA
               MOVE 'GIA'' REGISTRATO'   TO W-AL-NOTA
           ELSE
               PERFORM 2100-AGGANCIA     THRU 2100-AGGANCIA-X
           END-IF
      *
           MOVE S4-CAS-ID                TO W-AL-CASO
           MOVE S4-FONTE                 TO W-AL-FONTE
           MOVE S4-SOGGETTO              TO W-AL-SOGGETTO
           MOVE S4-CRO                   TO W-AL-CRO
           COMPUTE W-AL-IMPORTO = S4-IMPORTO / 100
           MOVE S4-PUNTEGGIO             TO W-AL-PUNTI
           MOVE S4-PUNTI-CASO            TO W-AL-PUNTI-CASO
           MOVE W-RIGA-ALERT             TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2000-UN-ALERT-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2100-AGGANCIA.
      *    PUNTEGGIO DELLA FONTE, SE LA FONTE NON NE PORTA UNO PROPRIO
           IF  S4-PUNTEGGIO = ZERO
           THEN
               EXEC SQL SELECT FON_PUNTEGGIO
                          INTO :S4-PUNTEGGIO
                          FROM T_BE_AML_FONTI
                         WHERE FON_CODICE = :S4-FONTE
                           AND FON_ATTIVA = 'S'
               END-EXEC
               IF  SQLCODE NOT = ZERO
               THEN
                   MOVE 50               TO S4-PUNTEGGIO
               END-IF
           END-IF
      *
           MOVE 'N'                      TO S4-CAS-NUOVO
           EXEC SQL SELECT CAS_ID
                      INTO :S4-CAS-ID
                      FROM T_BE_AML_CASO
                     WHERE CAS_NDG   = :S4-SOGGETTO
                       AND CAS_STATO IN ('A', 'L', 'E')
                     ORDER BY CAS_ID DESC
                     FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF  SQLCODE = 100
           THEN
               PERFORM 2200-APRI-CASO    THRU 2200-APRI-CASO-X
           END-IF
           IF  S4-CAS-ID = ZERO
           THEN
               MOVE 'ERRORE CASO'        TO W-AL-NOTA
               GO TO 2100-AGGANCIA-X
           END-IF
      *
           MOVE ZERO                     TO S4-ALE-PROG
           EXEC SQL SELECT COALESCE(MAX(ALE_PROG), 0) + 1
                      INTO :S4-ALE-PROG
                      FROM T_BE_AML_ALERT
                     WHERE ALE_CAS_ID = :S4-CAS-ID
           END-EXEC
           EXEC SQL INSERT INTO T_BE_AML_ALERT
                           (ALE_CAS_ID
                           ,ALE_PROG
                           ,ALE_FONTE
                           ,ALE_RIF
                           ,ALE_NUM_DIST
                           ,ALE_NUM_MOV
                           ,ALE_CRO
                           ,ALE_IMPORTO
                           ,ALE_PUNTEGGIO
                           ,ALE_DATA_RIF
                           ,ALE_DATA_INS)
                    VALUES (:S4-CAS-ID
                           ,:S4-ALE-PROG
                           ,:S4-FONTE
                           ,:S4-RIF-FONTE
                           ,:S4-NUM-DIST
                           ,:S4-NUM-MOV
                           ,:S4-CRO
                           ,:S4-IMPORTO
                           ,:S4-PUNTEGGIO
                           ,DATE(:S4-DATA-ISO)
                           ,CURRENT TIMESTAMP)
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 'ERRORE INSERT ALERT' TO W-AL-NOTA
               GO TO 2100-AGGANCIA-X
           END-IF
           MOVE SPACE                    TO S4-TESTO
           STRING 'ALERT ' S4-FONTE ' CRO ' S4-CRO
                  DELIMITED BY SIZE    INTO S4-TESTO
           END-STRING
           MOVE 'ALE'                    TO S4-E-AZIONE
           PERFORM 2300-EVENTO           THRU 2300-EVENTO-X
      *
      *    PUNTEGGIO DEL CASO: MASSIMO DEGLI ALERT + 10 PER FONTE
      *    IN PIU'
           EXEC SQL SELECT MAX(ALE_PUNTEGGIO),
                           COUNT(DISTINCT ALE_FONTE)
                      INTO :S4-MAX-PUNTI, :S4-NUM-FONTI
                      FROM T_BE_AML_ALERT
                     WHERE ALE_CAS_ID = :S4-CAS-ID
           END-EXEC
           COMPUTE S4-PUNTI-CASO = S4-MAX-PUNTI
                                 + (S4-NUM-FONTI - 1) * 10
           IF  S4-PUNTI-CASO > 100
           THEN
               MOVE 100                  TO S4-PUNTI-CASO
           END-IF
           EXEC SQL UPDATE T_BE_AML_CASO
                       SET CAS_PUNTEGGIO = :S4-PUNTI-CASO,
                           CAS_NUM_ALERT = :S4-ALE-PROG,
                           CAS_DATA_AGG  = CURRENT TIMESTAMP
                     WHERE CAS_ID = :S4-CAS-ID
           END-EXEC
           IF  S4-CAS-NUOVO = 'S'
           THEN
               ADD 1                     TO S4-TOT-NUOVI
               MOVE 'NUOVO'              TO W-AL-NUOVO
           ELSE
               ADD 1                     TO S4-TOT-AGGANCIATI
           END-IF.
      *----------------------------------------------------------------*
       2100-AGGANCIA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-APRI-CASO: NUOVO CASO APERTO ('A') PER IL SOGGETTO
      *----------------------------------------------------------------*
       2200-APRI-CASO.
           MOVE ZERO                     TO S4-CAS-ID
           EXEC SQL SELECT COALESCE(MAX(CAS_ID), 0) + 1
                      INTO :S4-CAS-ID
                      FROM T_BE_AML_CASO
           END-EXEC
           EXEC SQL INSERT INTO T_BE_AML_CASO
                           (CAS_ID
                           ,CAS_NDG
                           ,CAS_STATO
                           ,CAS_ASSEGNATARIO
                           ,CAS_PUNTEGGIO
                           ,CAS_NUM_ALERT
                           ,CAS_RIF_SOS
                           ,CAS_DATA_APERTURA
                           ,CAS_DATA_AGG)
                    VALUES (:S4-CAS-ID
                           ,:S4-SOGGETTO
                           ,'A'
                           ,' '
                           ,0
                           ,0
                           ,' '
                           ,CURRENT TIMESTAMP
                           ,CURRENT TIMESTAMP)
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE ZERO                 TO S4-CAS-ID
               GO TO 2200-APRI-CASO-X
           END-IF
           MOVE 'S'                      TO S4-CAS-NUOVO
           MOVE SPACE                    TO S4-TESTO
           STRING 'APERTURA CASO PER ' S4-SOGGETTO
                  DELIMITED BY SIZE    INTO S4-TESTO
           END-STRING
           MOVE 'APR'                    TO S4-E-AZIONE
           PERFORM 2300-EVENTO           THRU 2300-EVENTO-X.
      *----------------------------------------------------------------*
       2200-APRI-CASO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2300-EVENTO.
           EXEC SQL INSERT INTO T_BE_AML_EVENTI
                           (EVE_CAS_ID
                           ,EVE_TS
                           ,EVE_UTENTE
                           ,EVE_AZIONE
                           ,EVE_TESTO)
                    VALUES (:S4-CAS-ID
                           ,CURRENT TIMESTAMP
                           ,:S4-UTENTE
                           ,:S4-E-AZIONE
                           ,:S4-TESTO)
           END-EXEC.
      *----------------------------------------------------------------*
       2300-EVENTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-TRACCIA: DECISIONI DEGLI ANALISTI NEL GIORNO
      *----------------------------------------------------------------*
       3000-TRACCIA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ2              TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST2           TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-EVE END-EXEC
           PERFORM 3100-UN-EVENTO        THRU 3100-UN-EVENTO-X
                   UNTIL FINE-EVE
           EXEC SQL CLOSE CURS-EVE END-EXEC
           IF  S4-TOT-EVENTI = ZERO
           THEN
               MOVE W-RIGA-NESSUNO       TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF.
      *----------------------------------------------------------------*
       3000-TRACCIA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3100-UN-EVENTO.
           EXEC SQL FETCH CURS-EVE
                    INTO :S4-E-CAS-ID, :S4-E-TS, :S4-E-UTENTE,
                         :S4-E-AZIONE, :S4-E-TESTO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-EVE              TO TRUE
               GO TO 3100-UN-EVENTO-X
           END-IF
           ADD 1                         TO S4-TOT-EVENTI
           MOVE S4-E-CAS-ID              TO W-EV-CASO
           MOVE S4-E-TS                  TO W-EV-TS
           MOVE S4-E-UTENTE              TO W-EV-UTENTE
           MOVE S4-E-AZIONE              TO W-EV-AZIONE
           MOVE S4-E-TESTO               TO W-EV-TESTO
           MOVE W-RIGA-EVENTO            TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       3100-UN-EVENTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-RIEPILOGO: CASI ANCORA APERTI PER STATO
      *----------------------------------------------------------------*
       4000-RIEPILOGO.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ3              TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-STA END-EXEC
           PERFORM 4100-UNO-STATO        THRU 4100-UNO-STATO-X
                   UNTIL FINE-STA
           EXEC SQL CLOSE CURS-STA END-EXEC.
      *----------------------------------------------------------------*
       4000-RIEPILOGO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4100-UNO-STATO.
           EXEC SQL FETCH CURS-STA
                    INTO :S4-R-STATO, :S4-R-NUM
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-STA              TO TRUE
               GO TO 4100-UNO-STATO-X
           END-IF
           MOVE S4-R-STATO               TO W-ST-STATO
           EVALUATE S4-R-STATO
             WHEN 'A'
                  MOVE 'DA ASSEGNARE'    TO W-ST-DESCR
             WHEN 'L'
                  MOVE 'IN LAVORAZIONE'  TO W-ST-DESCR
             WHEN 'E'
                  MOVE 'ESCALATI'        TO W-ST-DESCR
           END-EVALUATE
           MOVE S4-R-NUM                 TO W-ST-NUM
           MOVE W-RIGA-STATO             TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       4100-UNO-STATO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE S4-TOT-ALERT             TO W-TOT-ALERT
           MOVE S4-TOT-NUOVI             TO W-TOT-NUOVI
           MOVE S4-TOT-AGGANCIATI        TO W-TOT-AGGANCIATI
           MOVE S4-TOT-GIA               TO W-TOT-GIA
           MOVE S4-TOT-EVENTI            TO W-TOT-EVENTI
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RPT-BE300-AML.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM BE300S4 ********************************
