      ******************************************************************
      *                        BE300S5                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - SEGNALAZIONE SARA           *
      *  DESCRIZIONE  : SEGNALAZIONE MENSILE SARA ALLA UIF DEI DATI   *
      *                 AGGREGATI SUI BONIFICI CONTABILIZZATI NEL     *
      *                 MESE DI IMPORTO PARI O SUPERIORE ALLA SOGLIA. *
      *                 IL CLIENTE E' L'ORDINANTE PER I BONIFICI IN   *
      *                 USCITA ('D') E IL BENEFICIARIO PER QUELLI IN  *
      *                 ENTRATA ('A'); L'AGGREGAZIONE E' PER:         *
      *                  - CAUSALE ABI E SEGNO                        *
      *                  - SETTORE SAE/RAE DEL CLIENTE (NNCG DI       *
      *                    T_ANA_NDG MAPPATO IN T_AN6012_SEGMENTI     *
      *                    ALLA FINE DEL MESE, VEDI AN6012R3)         *
      *                  - COMUNE (CAP E DENOMINAZIONE) DEL CLIENTE   *
      *                  - PAESE E BANCA (ABI/BIC) DELLA CONTROPARTE  *
      *                 IL FILE SARA HA TESTA 'H', UN RECORD 'D' PER  *
      *                 AGGREGATO E CODA 'T', IMPORTI IN EURO. IL     *
      *                 REPORT DI CONTROLLO RIPORTA I TOTALI PER      *
      *                 CAUSALE E L'ELENCO DEI MOVIMENTI NON          *
      *                 CLASSIFICABILI (NDG MANCANTE, NDG ASSENTE     *
      *                 DALL'ANAGRAFE, NNCG SENZA MAPPATURA) DA       *
      *                 SISTEMARE PRIMA DELL'INVIO                    *
      *                 PARAMETRI (PARBESAR, POSIZIONALI, ZERO=DEF.): *
      *                  01-06 MESE AAAAMM (MESE PRECEDENTE)          *
      *                  07-15 SOGLIA IN EURO (5.000)                 *
      *                  16-20 ABI DELLA BANCA SEGNALANTE             *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : PARBESAR, BE00TBMO, T_ANA_NDG,                *
      *                 T_AN6012_SEGMENTI (DB2)                       *
      *  OUTPUT       : SEGNALAZIONE SU SARAFILE, REPORT SU           *
      *                 RPT-BE300-SAR                                 *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - SEGNALAZIONE SARA MENSILE DAI        *
      *           BONIFICI CON REPORT DI CONTROLLO                     *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300S5.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT PAR-FILE          ASSIGN  TO  PARBESAR
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT SAR-FILE          ASSIGN  TO  SARAFILE
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-BE300-SAR     ASSIGN  TO  RPTBESAR
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  PAR-FILE
           RECORDING MODE IS F.
       01  PAR-RECORD.
           02  PAR-MESE                 PIC  X(06).
           02  PAR-SOGLIA               PIC  X(09).
           02  PAR-ABI                  PIC  X(05).
           02  FILLER                   PIC  X(60).
      *
      *----------------------------------------------------------------*
      *    SEGNALAZIONE SARA: TESTA ('H'), AGGREGATO ('D') E CODA ('T')
      *    SULLO STESSO TRACCIATO DI 150 BYTE
      *----------------------------------------------------------------*
       FD  SAR-FILE
           RECORDING MODE IS F.
       01  SAR-RECORD.
           02  SAR-TIPO-REC             PIC  X(01).
           02  SAR-PERIODO              PIC  X(06).
           02  SAR-CAUS-ABI             PIC  X(05).
           02  SAR-SEGNO                PIC  X(01).
           02  SAR-SAE                  PIC  X(03).
           02  SAR-RAE                  PIC  X(03).
           02  SAR-CAP                  PIC  9(05).
           02  SAR-COMUNE               PIC  X(50).
           02  SAR-PAESE-CTP            PIC  X(02).
           02  SAR-ABI-CTP              PIC  X(05).
           02  SAR-BIC-CTP              PIC  X(11).
           02  SAR-NUM-OPE              PIC  9(07).
           02  SAR-IMPORTO              PIC  9(15).
           02  FILLER                   PIC  X(36).
       01  SAR-TESTA.
           02  SAR-T-TIPO-REC           PIC  X(01).
           02  SAR-T-PERIODO            PIC  X(06).
           02  SAR-T-ABI                PIC  X(05).
           02  SAR-T-DATA-CREAZ         PIC  X(10).
           02  SAR-T-SOGLIA             PIC  9(09).
           02  SAR-T-NUM-RECORD         PIC  9(09).
           02  SAR-T-NUM-OPE            PIC  9(09).
           02  SAR-T-IMPORTO            PIC  9(15).
           02  FILLER                   PIC  X(86).
      *
       FD  RPT-BE300-SAR
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  S5-DATA-ELAB                  PIC  X(10)  VALUE SPACE.
       01  S5-MESE-X                     PIC  X(06)  VALUE SPACE.
       01  S5-INIZIO-MESE                PIC  X(10)  VALUE SPACE.
       01  S5-FINE-MESE-ISO              PIC  X(10)  VALUE SPACE.
       01  S5-FINE-MESE                  PIC  9(08)  VALUE ZERO.
       01  S5-SOGLIA                     PIC  9(09)  VALUE ZERO.
       01  S5-SOGLIA-CENT                PIC S9(18)  COMP-3 VALUE ZERO.
       01  S5-ABI                        PIC  X(05)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    AGGREGATO IN LETTURA
      *----------------------------------------------------------------*
       01  S5-CAUS-ABI                   PIC  X(05)  VALUE SPACE.
       01  S5-SEGNO                      PIC  X(01)  VALUE SPACE.
       01  S5-SAE                        PIC  X(03)  VALUE SPACE.
       01  S5-RAE                        PIC  X(03)  VALUE SPACE.
       01  S5-CAP                        PIC S9(05)  COMP-3 VALUE ZERO.
       01  S5-COMUNE                     PIC  X(50)  VALUE SPACE.
       01  S5-PAESE-CTP                  PIC  X(02)  VALUE SPACE.
       01  S5-ABI-CTP                    PIC  X(05)  VALUE SPACE.
       01  S5-BIC-CTP                    PIC  X(11)  VALUE SPACE.
       01  S5-NUM                        PIC S9(07)  COMP-3 VALUE ZERO.
       01  S5-IMPORTO                    PIC S9(18)  COMP-3 VALUE ZERO.
       01  S5-IMPORTO-EUR                PIC S9(15)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    ROTTURA PER CAUSALE E SEGNO
      *----------------------------------------------------------------*
       01  S5-CHIAVE-PREC.
           02  S5-CAUS-PREC              PIC  X(05)  VALUE SPACE.
           02  S5-SEGNO-PREC             PIC  X(01)  VALUE SPACE.
       01  S5-CAU-RECORD                 PIC S9(07)  COMP-3 VALUE ZERO.
       01  S5-CAU-NUM                    PIC S9(07)  COMP-3 VALUE ZERO.
       01  S5-CAU-IMPORTO                PIC S9(18)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    MOVIMENTO NON CLASSIFICATO IN LETTURA
      *----------------------------------------------------------------*
       01  S5-NUM-DIST                   PIC S9(10)  COMP-3 VALUE ZERO.
       01  S5-NUM-MOV                    PIC S9(10)  COMP-3 VALUE ZERO.
       01  S5-CRO                        PIC  X(11)  VALUE SPACE.
       01  S5-NDG                        PIC  X(12)  VALUE SPACE.
       01  S5-NNCG                       PIC  X(03)  VALUE SPACE.
       01  S5-MOTIVO                     PIC  X(03)  VALUE SPACE.
      *
       01  S5-NUM-RECORD                 PIC S9(09)  COMP-3 VALUE ZERO.
       01  S5-TOT-NUM                    PIC S9(09)  COMP-3 VALUE ZERO.
       01  S5-TOT-IMPORTO                PIC S9(18)  COMP-3 VALUE ZERO.
       01  S5-TOT-EUR                    PIC S9(15)  COMP-3 VALUE ZERO.
       01  S5-TOT-ECC                    PIC S9(09)  COMP-3 VALUE ZERO.
       01  S5-TOT-ECC-IMP                PIC S9(18)  COMP-3 VALUE ZERO.
      *
       01  SW-FINE-AGG                   PIC  X(01)  VALUE 'N'.
           88  FINE-AGG                              VALUE 'S'.
       01  SW-FINE-ECC                   PIC  X(01)  VALUE 'N'.
           88  FINE-ECC                              VALUE 'S'.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'SEGNALAZIONE SARA DAI BONIFICI - MESE       '.
           02  W-T1-MESE                 PIC  X(06).
           02  FILLER                    PIC  X(14)  VALUE
               '  SOGLIA EUR '.
           02  W-T1-SOGLIA               PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(18)  VALUE
               '   ELABORAZIONE '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(29)  VALUE SPACE.
      *
       01  W-RIGA-SEZ1                   PIC  X(132) VALUE
           'TOTALI PER CAUSALE ABI DELLE OPERAZIONI CLASSIFICATE'.
      *
       01  W-RIGA-INTEST1.
           02  FILLER                    PIC  X(44)  VALUE
               'CAUSALE SEGNO   AGGREGATI   OPERAZIONI      '.
           02  FILLER                    PIC  X(44)  VALUE
               '        IMPORTO EUR                         '.
           02  FILLER                    PIC  X(44)  VALUE SPACE.
      *
       01  W-RIGA-CAU.
           02  W-CAU-CAUS                PIC  X(07).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-CAU-SEGNO               PIC  X(05).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-CAU-RECORD              PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-CAU-NUM                 PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-CAU-IMPORTO             PIC  ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(74)  VALUE SPACE.
      *
       01  W-RIGA-SEZ2                   PIC  X(132) VALUE
           'MOVIMENTI NON CLASSIFICATI DA SISTEMARE PRIMA DELL''INVIO'.
      *
       01  W-RIGA-INTEST2.
           02  FILLER                    PIC  X(44)  VALUE
               '  DISTINTA  MOVIMENTO CRO         S NDG     '.
           02  FILLER                    PIC  X(44)  VALUE
               '     NNCG        IMPORTO MOTIVO             '.
           02  FILLER                    PIC  X(44)  VALUE SPACE.
      *
       01  W-RIGA-ECC.
           02  W-ECC-DIST                PIC  Z(09)9.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-ECC-MOV                 PIC  Z(09)9.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-ECC-CRO                 PIC  X(11).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-ECC-SEGNO               PIC  X(01).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-ECC-NDG                 PIC  X(12).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-ECC-NNCG                PIC  X(04).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-ECC-IMPORTO             PIC  ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-ECC-MOTIVO              PIC  X(40).
           02  FILLER                    PIC  X(23)  VALUE SPACE.
      *
       01  W-RIGA-NESSUNA                PIC  X(132) VALUE
           'NESSUN MOVIMENTO NON CLASSIFICATO'.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                    PIC  X(15)  VALUE
               'RECORD SARA:  '.
           02  W-TOT-RECORD              PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(14)  VALUE
               '  OPERAZIONI: '.
           02  W-TOT-NUM                 PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(13)  VALUE
               '  IMPORTO: '.
           02  W-TOT-IMPORTO             PIC  ZZZ.ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(18)  VALUE
               '  NON CLASSIF.: '.
           02  W-TOT-ECC                 PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(03)  VALUE ' / '.
           02  W-TOT-ECC-IMP             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(09)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    AGGREGATI DEL MESE: I MOVIMENTI SOPRA SOGLIA VISTI DAL LATO
      *    DEL CLIENTE, CON IL SEGMENTO VALIDO A FINE MESE
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-AGG CURSOR FOR
               SELECT  X.CAUS, X.SEGNO, SEG.SEG_SAE, SEG.SEG_RAE,
                       X.CAP, X.COMU, X.PAE, X.ABI, X.BIC,
                       COUNT(*), SUM(X.IMPORTO)
                 FROM (SELECT M.OPE_CAUS_ABI AS CAUS,
                              M.SEGNO_OPER   AS SEGNO,
                              CASE WHEN M.SEGNO_OPER = 'D'
                                   THEN M.ORD_NDG
                                   ELSE M.BEN_NDG END AS NDG,
                              CASE WHEN M.SEGNO_OPER = 'D'
                                   THEN M.ORD_CAP_COMU
                                   ELSE M.BEN_CAP_COMU END AS CAP,
                              CASE WHEN M.SEGNO_OPER = 'D'
                                   THEN M.ORD_COMU
                                   ELSE M.BEN_COMU END AS COMU,
                              CASE WHEN M.SEGNO_OPER = 'D'
                                   THEN M.BEN_COD_PAE
                                   ELSE M.ORD_COD_PAE END AS PAE,
                              M.ABI_CONTROP  AS ABI,
                              M.BIC_CONTROP  AS BIC,
                              M.IMPORTO      AS IMPORTO
                         FROM BE00TBMO M
                        WHERE SUBSTR(M.OPE_DT_AC_MV, 1, 6) = :S5-MESE-X
                          AND M.STATO_MOV <> 'X'
                          AND M.IMPORTO  >= :S5-SOGLIA-CENT) X,
                       T_ANA_NDG ANA, T_AN6012_SEGMENTI SEG
                WHERE  X.NDG <> ' '
                  AND  ANA.ANA_NDG  = X.NDG
                  AND  SEG.SEG_NNCG = ANA.ANA_NNCG
                  AND (SEG.SEG_DT_VAL_DA = 0
                   OR  SEG.SEG_DT_VAL_DA <= :S5-FINE-MESE)
                  AND (SEG.SEG_DT_VAL_A  = 0
                   OR  SEG.SEG_DT_VAL_A  >= :S5-FINE-MESE)
                GROUP BY X.CAUS, X.SEGNO, SEG.SEG_SAE, SEG.SEG_RAE,
                         X.CAP, X.COMU, X.PAE, X.ABI, X.BIC
                ORDER BY X.CAUS, X.SEGNO, SEG.SEG_SAE, SEG.SEG_RAE,
                         X.CAP, X.COMU, X.PAE, X.ABI, X.BIC
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    MOVIMENTI SOPRA SOGLIA SENZA SEGMENTO: MOTIVO 'NDG' (NDG DEL
      *    CLIENTE NON VALORIZZATO), 'ANA' (NDG ASSENTE DA T_ANA_NDG),
      *    'MAP' (NNCG SENZA MAPPATURA SAE/RAE VALIDA A FINE MESE)
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-ECC CURSOR FOR
               SELECT  X.NUM_DIST, X.NUM_MOV, X.CRO, X.SEGNO, X.NDG,
                       COALESCE(ANA.ANA_NNCG, ' '), X.IMPORTO,
                       CASE WHEN X.NDG = ' '         THEN 'NDG'
                            WHEN ANA.ANA_NDG IS NULL THEN 'ANA'
                            ELSE 'MAP' END
                 FROM (SELECT M.NUM_DIST     AS NUM_DIST,
                              M.NUM_MOV      AS NUM_MOV,
                              M.CRO_OPE      AS CRO,
                              M.SEGNO_OPER   AS SEGNO,
                              CASE WHEN M.SEGNO_OPER = 'D'
                                   THEN M.ORD_NDG
                                   ELSE M.BEN_NDG END AS NDG,
                              M.IMPORTO      AS IMPORTO
                         FROM BE00TBMO M
                        WHERE SUBSTR(M.OPE_DT_AC_MV, 1, 6) = :S5-MESE-X
                          AND M.STATO_MOV <> 'X'
                          AND M.IMPORTO  >= :S5-SOGLIA-CENT) X
                       LEFT JOIN T_ANA_NDG ANA
                              ON ANA.ANA_NDG = X.NDG
                WHERE  NOT EXISTS
                       (SELECT 1 FROM T_AN6012_SEGMENTI SEG
                         WHERE SEG.SEG_NNCG = ANA.ANA_NNCG
                           AND (SEG.SEG_DT_VAL_DA = 0
                            OR  SEG.SEG_DT_VAL_DA <= :S5-FINE-MESE)
                           AND (SEG.SEG_DT_VAL_A  = 0
                            OR  SEG.SEG_DT_VAL_A  >= :S5-FINE-MESE))
                ORDER BY 8, X.NUM_DIST, X.NUM_MOV
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           EXEC SQL OPEN CURS-AGG END-EXEC
           PERFORM 2000-UN-AGGREGATO     THRU 2000-UN-AGGREGATO-X
                   UNTIL FINE-AGG
           EXEC SQL CLOSE CURS-AGG END-EXEC
           IF  S5-CHIAVE-PREC NOT = SPACE
           THEN
               PERFORM 2100-TOTALE-CAUSALE
                                         THRU 2100-TOTALE-CAUSALE-X
           END-IF
      *
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ2              TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST2           TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-ECC END-EXEC
           PERFORM 3000-UNA-ECCEZIONE    THRU 3000-UNA-ECCEZIONE-X
                   UNTIL FINE-ECC
           EXEC SQL CLOSE CURS-ECC END-EXEC
           PERFORM 4000-FINALIZZA        THRU 4000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
      *    1000-INIZIALIZZA: PARAMETRI DA PARBESAR (MESE PRECEDENTE E
      *    SOGLIA DI 5.000 EURO IN MANCANZA), FINE MESE PER LA
      *    VALIDITA' DEI SEGMENTI, TESTA DEL FILE E DEL REPORT
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN OUTPUT SAR-FILE
                       RPT-BE300-SAR
           EXEC SQL
                VALUES CHAR(CURRENT DATE, ISO)
                  INTO :S5-DATA-ELAB
           END-EXEC
           OPEN INPUT  PAR-FILE
           READ PAR-FILE
             AT END
                  MOVE SPACE             TO PAR-RECORD
           END-READ
           CLOSE PAR-FILE
      *
           IF  PAR-MESE IS NUMERIC
           AND PAR-MESE NOT = ZERO
           THEN
               MOVE PAR-MESE             TO S5-MESE-X
           ELSE
               EXEC SQL
                    VALUES CHAR(CURRENT DATE - 1 MONTH, ISO)
                      INTO :S5-INIZIO-MESE
               END-EXEC
               MOVE S5-INIZIO-MESE(1:4)  TO S5-MESE-X(1:4)
               MOVE S5-INIZIO-MESE(6:2)  TO S5-MESE-X(5:2)
           END-IF
           IF  PAR-SOGLIA IS NUMERIC
           AND PAR-SOGLIA NOT = ZERO
           THEN
               MOVE PAR-SOGLIA           TO S5-SOGLIA
           ELSE
               MOVE 5000                 TO S5-SOGLIA
           END-IF
           COMPUTE S5-SOGLIA-CENT = S5-SOGLIA * 100
           MOVE PAR-ABI                  TO S5-ABI
      *
           STRING S5-MESE-X(1:4) '-' S5-MESE-X(5:2) '-01'
                  DELIMITED BY SIZE    INTO S5-INIZIO-MESE
           EXEC SQL
                VALUES CHAR(DATE(:S5-INIZIO-MESE) + 1 MONTH
                            - 1 DAY, ISO)
                  INTO :S5-FINE-MESE-ISO
           END-EXEC
           MOVE S5-FINE-MESE-ISO(1:4)    TO S5-FINE-MESE(1:4)
           MOVE S5-FINE-MESE-ISO(6:2)    TO S5-FINE-MESE(5:2)
           MOVE S5-FINE-MESE-ISO(9:2)    TO S5-FINE-MESE(7:2)
      *
           MOVE SPACE                    TO SAR-TESTA
           MOVE 'H'                      TO SAR-T-TIPO-REC
           MOVE S5-MESE-X                TO SAR-T-PERIODO
           MOVE S5-ABI                   TO SAR-T-ABI
           MOVE S5-DATA-ELAB             TO SAR-T-DATA-CREAZ
           MOVE S5-SOGLIA                TO SAR-T-SOGLIA
           MOVE ZERO                     TO SAR-T-NUM-RECORD
                                            SAR-T-NUM-OPE
                                            SAR-T-IMPORTO
           WRITE SAR-TESTA
      *
           MOVE S5-MESE-X                TO W-T1-MESE
           MOVE S5-SOGLIA                TO W-T1-SOGLIA
           MOVE S5-DATA-ELAB             TO W-T1-DATA
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
      *    2000-UN-AGGREGATO: RECORD 'D' DEL FILE SARA E ACCUMULO PER
      *    CAUSALE E SEGNO; IL TOTALE DELLA CAUSALE SI STAMPA AL CAMBIO
      *----------------------------------------------------------------*
       2000-UN-AGGREGATO.
           EXEC SQL FETCH CURS-AGG
                    INTO :S5-CAUS-ABI, :S5-SEGNO, :S5-SAE, :S5-RAE,
                         :S5-CAP, :S5-COMUNE, :S5-PAESE-CTP,
                         :S5-ABI-CTP, :S5-BIC-CTP,
                         :S5-NUM, :S5-IMPORTO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-AGG              TO TRUE
               GO TO 2000-UN-AGGREGATO-X
           END-IF
           IF  S5-CHIAVE-PREC NOT = SPACE
           AND (S5-CAUS-ABI NOT = S5-CAUS-PREC
           OR   S5-SEGNO    NOT = S5-SEGNO-PREC)
           THEN
               PERFORM 2100-TOTALE-CAUSALE
                                         THRU 2100-TOTALE-CAUSALE-X
           END-IF
           MOVE S5-CAUS-ABI              TO S5-CAUS-PREC
           MOVE S5-SEGNO                 TO S5-SEGNO-PREC
      *
           COMPUTE S5-IMPORTO-EUR ROUNDED = S5-IMPORTO / 100
           MOVE SPACE                    TO SAR-RECORD
           MOVE 'D'                      TO SAR-TIPO-REC
           MOVE S5-MESE-X                TO SAR-PERIODO
           MOVE S5-CAUS-ABI              TO SAR-CAUS-ABI
           MOVE S5-SEGNO                 TO SAR-SEGNO
           MOVE S5-SAE                   TO SAR-SAE
           MOVE S5-RAE                   TO SAR-RAE
           MOVE S5-CAP                   TO SAR-CAP
           MOVE S5-COMUNE                TO SAR-COMUNE
           MOVE S5-PAESE-CTP             TO SAR-PAESE-CTP
           MOVE S5-ABI-CTP               TO SAR-ABI-CTP
           MOVE S5-BIC-CTP               TO SAR-BIC-CTP
           MOVE S5-NUM                   TO SAR-NUM-OPE
           MOVE S5-IMPORTO-EUR           TO SAR-IMPORTO
           WRITE SAR-RECORD
      *
           ADD 1                         TO S5-NUM-RECORD
                                            S5-CAU-RECORD
           ADD S5-NUM                    TO S5-TOT-NUM
                                            S5-CAU-NUM
           ADD S5-IMPORTO-EUR            TO S5-TOT-EUR
                                            S5-CAU-IMPORTO.
      *----------------------------------------------------------------*
       2000-UN-AGGREGATO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2100-TOTALE-CAUSALE.
           MOVE S5-CAUS-PREC             TO W-CAU-CAUS
           IF  S5-SEGNO-PREC = 'D'
           THEN
               MOVE 'DARE'               TO W-CAU-SEGNO
           ELSE
               MOVE 'AVERE'              TO W-CAU-SEGNO
           END-IF
           MOVE S5-CAU-RECORD            TO W-CAU-RECORD
           MOVE S5-CAU-NUM               TO W-CAU-NUM
           MOVE S5-CAU-IMPORTO           TO W-CAU-IMPORTO
           MOVE W-RIGA-CAU               TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE ZERO                     TO S5-CAU-RECORD
                                            S5-CAU-NUM
                                            S5-CAU-IMPORTO.
      *----------------------------------------------------------------*
       2100-TOTALE-CAUSALE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-UNA-ECCEZIONE.
           EXEC SQL FETCH CURS-ECC
                    INTO :S5-NUM-DIST, :S5-NUM-MOV, :S5-CRO,
                         :S5-SEGNO, :S5-NDG, :S5-NNCG,
                         :S5-IMPORTO, :S5-MOTIVO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-ECC              TO TRUE
               GO TO 3000-UNA-ECCEZIONE-X
           END-IF
           ADD 1                         TO S5-TOT-ECC
           ADD S5-IMPORTO                TO S5-TOT-ECC-IMP
      *
           MOVE S5-NUM-DIST              TO W-ECC-DIST
           MOVE S5-NUM-MOV               TO W-ECC-MOV
           MOVE S5-CRO                   TO W-ECC-CRO
           MOVE S5-SEGNO                 TO W-ECC-SEGNO
           MOVE S5-NDG                   TO W-ECC-NDG
           MOVE S5-NNCG                  TO W-ECC-NNCG
           COMPUTE W-ECC-IMPORTO = S5-IMPORTO / 100
           EVALUATE S5-MOTIVO
             WHEN 'NDG'
                  MOVE 'NDG DEL CLIENTE NON VALORIZZATO'
                                         TO W-ECC-MOTIVO
             WHEN 'ANA'
                  MOVE 'NDG ASSENTE DALL''ANAGRAFE'
                                         TO W-ECC-MOTIVO
             WHEN OTHER
                  MOVE 'NNCG SENZA MAPPATURA SAE/RAE'
                                         TO W-ECC-MOTIVO
           END-EVALUATE
           MOVE W-RIGA-ECC               TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       3000-UNA-ECCEZIONE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4000-FINALIZZA.
           MOVE SPACE                    TO SAR-TESTA
           MOVE 'T'                      TO SAR-T-TIPO-REC
           MOVE S5-MESE-X                TO SAR-T-PERIODO
           MOVE S5-ABI                   TO SAR-T-ABI
           MOVE S5-DATA-ELAB             TO SAR-T-DATA-CREAZ
           MOVE S5-SOGLIA                TO SAR-T-SOGLIA
           MOVE S5-NUM-RECORD            TO SAR-T-NUM-RECORD
           MOVE S5-TOT-NUM               TO SAR-T-NUM-OPE
           MOVE S5-TOT-EUR               TO SAR-T-IMPORTO
           WRITE SAR-TESTA
      *
           IF  S5-TOT-ECC = ZERO
           THEN
               MOVE W-RIGA-NESSUNA       TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE S5-NUM-RECORD            TO W-TOT-RECORD
           MOVE S5-TOT-NUM               TO W-TOT-NUM
           MOVE S5-TOT-EUR               TO W-TOT-IMPORTO
           MOVE S5-TOT-ECC               TO W-TOT-ECC
           COMPUTE W-TOT-ECC-IMP = S5-TOT-ECC-IMP / 100
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE SAR-FILE
                 RPT-BE300-SAR.
      *----------------------------------------------------------------*
       4000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM BE300S5 ********************************
