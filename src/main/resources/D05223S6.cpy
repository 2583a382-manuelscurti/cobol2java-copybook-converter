      ******************************************************************
      *                        D05223S6                                *
      *                                                                *
      *  PROCEDURA    : DFAX A SERVIZI - IMPOSTA SOSTITUTIVA           *
      *  DESCRIZIONE  : LIQUIDAZIONE MENSILE DELL'IMPOSTA SOSTITUTIVA  *
      *                 (IMSIP) DAL REGISTRO T_DFAX_IMSIP, ALIMENTATO  *
      *                 DA D05223A0 ALL'EROGAZIONE (RIGHE 'E'). PER IL *
      *                 MESE PRECEDENTE LA DATA DI ELABORAZIONE:       *
      *                  - STORNA A CREDITO (RIGHE 'S', IMPORTI        *
      *                    NEGATIVI) LE PRATICHE EROGATE CHE D05223RW  *
      *                    HA ANNULLATO (T_DFAX_ANNULLO IN STATO 'L')  *
      *                    ENTRO LA FINE DEL MESE                      *
      *                  - STAMPA PER SOCIETA' E CATEGORIA FISCALE     *
      *                    L'IMPOSTA DEL MESE, GLI STORNI E IL NETTO   *
      *                    DA VERSARE (O A CREDITO) E MARCA LE RIGHE   *
      *                    LIQUIDATE (IMS_MESE_LIQ = AAAAMM); LE RIGHE *
      *                    DI MESI GIA' CHIUSI ANCORA APERTE (RINVII,  *
      *                    STORNI TARDIVI) ENTRANO NEL PRIMO MESE CHE  *
      *                    SI LIQUIDA                                  *
      *                  - RICONCILIA IL NETTO CON IL SALDO DEL MESE   *
      *                    DEL CONTO IMPOSTA SOSTITUTIVA IN            *
      *                    CONTABILITA' GENERALE (SALCOGE, PER         *
      *                    SOCIETA' E CATEGORIA) E ELENCA LE           *
      *                    DIFFERENZE                                  *
      *                 UNA SECONDA CORSA SULLO STESSO MESE RISTAMPA   *
      *                 LA STESSA LIQUIDAZIONE                         *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : SALCOGE (SALDI CONTABILI), T_DFAX_IMSIP,       *
      *                 T_DFAX_ANNULLO, T_DFAX_IMSIP_CAT (DB2)         *
      *  OUTPUT       : T_DFAX_IMSIP AGGIORNATA, REPORT SU             *
      *                 RPT-DFAX-IMSIP                                 *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - LIQUIDAZIONE MENSILE DELL'IMPOSTA    *
      *           SOSTITUTIVA CON STORNI E RICONCILIAZIONE CONTABILE   *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223S6.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT COGE-FILE         ASSIGN  TO  SALCOGE
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-DFAX-IMSIP    ASSIGN  TO  RPTDFIMS
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
      *----------------------------------------------------------------*
      *    SALDO DEL MESE DEL CONTO IMPOSTA SOSTITUTIVA, PER SOCIETA' E
      *    CATEGORIA; SEGNO '-' = SALDO A CREDITO
      *----------------------------------------------------------------*
       FD  COGE-FILE
           RECORDING MODE IS F.
       01  COGE-RECORD.
           02  COGE-CODSOC              PIC  9(03).
           02  FILLER                   PIC  X(01).
           02  COGE-CATEGORIA           PIC  X(03).
           02  FILLER                   PIC  X(01).
           02  COGE-MESE                PIC  9(06).
           02  FILLER                   PIC  X(01).
           02  COGE-SEGNO               PIC  X(01).
           02  COGE-IMPORTO             PIC  9(13)V99.
           02  FILLER                   PIC  X(49).
      *
       FD  RPT-DFAX-IMSIP
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *----------------------------------------------------------------*
      *    DATA DI ELABORAZIONE E REGISTRO CORSE (OP0001K0)
      *----------------------------------------------------------------*
           COPY OP0001W0.
       01  S6-PGM-REGISTRO               PIC  X(08)  VALUE 'OP0001K0'.
       01  S6-DATA-ELAB                  PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    MESE DI LIQUIDAZIONE: DAL PRIMO GIORNO DEL MESE PRECEDENTE
      *    (COMPRESO) AL PRIMO GIORNO DEL MESE CORRENTE (ESCLUSO)
      *----------------------------------------------------------------*
       01  S6-MESE-DA                    PIC  X(10)  VALUE SPACE.
       01  S6-MESE-A                     PIC  X(10)  VALUE SPACE.
       01  S6-MESE-LIQ                   PIC  9(06)  VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    STORNO IN LAVORAZIONE
      *----------------------------------------------------------------*
       01  S6-NUM-PRA                    PIC  9(14)  VALUE ZERO.
       01  S6-CODSOC                     PIC  9(03)  VALUE ZERO.
       01  S6-CATEGORIA                  PIC  X(03)  VALUE SPACE.
       01  S6-PRODOTTO                   PIC  X(03)  VALUE SPACE.
       01  S6-VDR                        PIC  9(07)  VALUE ZERO.
       01  S6-IMPORTO                    PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  S6-IMPFIN                     PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  S6-DATA-ANN                   PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    RIGA DI LIQUIDAZIONE PER SOCIETA' E CATEGORIA
      *----------------------------------------------------------------*
       01  S6-DESCR-CAT                  PIC  X(30)  VALUE SPACE.
       01  S6-NUM-EROG                   PIC S9(07)  COMP-3 VALUE ZERO.
       01  S6-NUM-STORNI                 PIC S9(07)  COMP-3 VALUE ZERO.
       01  S6-IMP-EROG                   PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
       01  S6-IMP-STORNI                 PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
       01  S6-IMP-NETTO                  PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
       01  S6-SOC-PREC                   PIC  9(03)  VALUE ZERO.
       01  S6-SOC-NETTO                  PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
       01  S6-TOT-NETTO                  PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
       01  S6-TOT-STORNI                 PIC S9(07)  COMP-3 VALUE ZERO.
       01  S6-TOT-RIGHE                  PIC S9(07)  COMP-3 VALUE ZERO.
       01  S6-TOT-DIFF                   PIC S9(07)  COMP-3 VALUE ZERO.
       01  S6-COGE-NETTO                 PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
       01  S6-DIFFERENZA                 PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    NETTO DEL REGISTRO PER SOCIETA'/CATEGORIA, DA CONFRONTARE
      *    CON I SALDI CONTABILI
      *----------------------------------------------------------------*
       01  S6-MAX-LIQ                    PIC S9(04)  COMP VALUE 200.
       01  S6-NUM-LIQ                    PIC S9(04)  COMP VALUE ZERO.
       01  S6-IX                         PIC S9(04)  COMP VALUE ZERO.
       01  S6-TAB-LIQ.
           02  S6-LIQ OCCURS 200.
               03  S6-LIQ-CODSOC         PIC  9(03).
               03  S6-LIQ-CATEGORIA      PIC  X(03).
               03  S6-LIQ-NETTO          PIC S9(11)V99 COMP-3.
               03  S6-LIQ-COGE           PIC  X(01).
                   88  S6-LIQ-IN-COGE                VALUE 'S'.
      *
       01  SW-FINE-STORNI                PIC  X(01)  VALUE 'N'.
           88  FINE-STORNI                           VALUE 'S'.
       01  SW-FINE-LIQ                   PIC  X(01)  VALUE 'N'.
           88  FINE-LIQ                              VALUE 'S'.
       01  SW-FINE-COGE                  PIC  X(01)  VALUE 'N'.
           88  FINE-COGE                             VALUE 'S'.
       01  SW-TROVATA                    PIC  X(01)  VALUE 'N'.
           88  LIQ-TROVATA                           VALUE 'S'.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                PIC  X(40)  VALUE
               'DFAX - LIQUIDAZIONE IMPOSTA SOSTITUTIVA '.
           02  FILLER                PIC  X(05)  VALUE 'MESE '.
           02  W-T1-MESE             PIC  9(06).
           02  FILLER                PIC  X(05)  VALUE ' DAL '.
           02  W-T1-DA               PIC  X(10).
           02  FILLER                PIC  X(04)  VALUE ' AL '.
           02  W-T1-A                PIC  X(10).
           02  FILLER                PIC  X(14)  VALUE
               ' (ESCLUSO) AL '.
           02  W-T1-DATA             PIC  X(10).
           02  FILLER                PIC  X(28)  VALUE SPACE.
      *
       01  W-RIGA-DOPPIA             PIC  X(132) VALUE
           'ATTENZIONE: CORSA GIA'' ANDATA OK PER QUESTA DATA'.
      *
       01  W-RIGA-SEZ1               PIC  X(132) VALUE
           '1. STORNI A CREDITO PER PRATICHE ANNULLATE'.
       01  W-RIGA-INTEST1.
           02  FILLER                PIC  X(44)  VALUE
               'PRATICA        SOC CAT PRD  DEALER ANNULLATA'.
           02  FILLER                PIC  X(88)  VALUE
               '         IMPOSTA    FINANZIATO'.
       01  W-RIGA-STORNO.
           02  W-STO-NUM-PRA         PIC  9(14).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-STO-CODSOC          PIC  9(03).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-STO-CATEGORIA       PIC  X(03).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-STO-PRODOTTO        PIC  X(03).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-STO-VDR             PIC  ZZZZZZ9.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-STO-DATA-ANN        PIC  X(10).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-STO-IMPORTO         PIC  -.---.--9,99.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-STO-IMPFIN          PIC  -.---.--9,99.
           02  FILLER                PIC  X(61)  VALUE SPACE.
       01  W-RIGA-NO-STORNI          PIC  X(132) VALUE
           'NESSUNA PRATICA EROGATA ANNULLATA DA STORNARE'.
      *
       01  W-RIGA-SEZ2               PIC  X(132) VALUE
           '2. IMPOSTA DA VERSARE PER SOCIETA'' E CATEGORIA FISCALE'.
       01  W-RIGA-INTEST2.
           02  FILLER                PIC  X(48)  VALUE
               'SOC CAT DESCRIZIONE                      EROGATE'.
           02  FILLER                PIC  X(48)  VALUE
               '           IMPOSTA STORNI           STORNATO'.
           02  FILLER                PIC  X(36)  VALUE
               '              NETTO'.
       01  W-RIGA-LIQ.
           02  W-LIQ-CODSOC          PIC  9(03).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-LIQ-CATEGORIA       PIC  X(03).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-LIQ-DESCR           PIC  X(30).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-LIQ-NUM-EROG        PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-LIQ-IMP-EROG        PIC  ---.---.---.--9,99.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-LIQ-NUM-STORNI      PIC  ZZ.ZZ9.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-LIQ-IMP-STORNI      PIC  ---.---.---.--9,99.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-LIQ-IMP-NETTO       PIC  ---.---.---.--9,99.
           02  FILLER                PIC  X(20)  VALUE SPACE.
       01  W-RIGA-TOT-SOC.
           02  FILLER                PIC  X(22)  VALUE
               '    TOTALE SOCIETA''   '.
           02  W-TS-CODSOC           PIC  9(03).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-TS-ESITO            PIC  X(12).
           02  FILLER                PIC  X(60)  VALUE SPACE.
           02  W-TS-NETTO            PIC  ---.---.---.--9,99.
           02  FILLER                PIC  X(16)  VALUE SPACE.
       01  W-RIGA-NO-LIQ             PIC  X(132) VALUE
           'NESSUNA IMPOSTA DA LIQUIDARE NEL MESE'.
      *
       01  W-RIGA-SEZ3               PIC  X(132) VALUE
           '3. RICONCILIAZIONE CON LA CONTABILITA'' GENERALE (SALCOGE)'.
       01  W-RIGA-INTEST3.
           02  FILLER                PIC  X(48)  VALUE
               'SOC CAT           REGISTRO        CONTABILITA'.
           02  FILLER                PIC  X(84)  VALUE
               '         DIFFERENZA NOTA'.
       01  W-RIGA-DIFF.
           02  W-DIF-CODSOC          PIC  9(03).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-DIF-CATEGORIA       PIC  X(03).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-DIF-REGISTRO        PIC  ---.---.---.--9,99.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-DIF-COGE            PIC  ---.---.---.--9,99.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-DIF-DIFFERENZA      PIC  ---.---.---.--9,99.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-DIF-NOTA            PIC  X(30).
           02  FILLER                PIC  X(37)  VALUE SPACE.
       01  W-RIGA-NO-DIFF            PIC  X(132) VALUE
           'NESSUNA DIFFERENZA TRA REGISTRO E CONTABILITA'''.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                PIC  X(24)  VALUE
               'STORNI GENERATI:       '.
           02  W-TOT-STORNI          PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(24)  VALUE
               '  NETTO DEL MESE:      '.
           02  W-TOT-NETTO           PIC  ---.---.---.--9,99.
           02  FILLER                PIC  X(24)  VALUE
               '  DIFFERENZE COGE:     '.
           02  W-TOT-DIFF            PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(24)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    PRATICHE EROGATE ANNULLATE ENTRO LA FINE DEL MESE E NON
      *    ANCORA STORNATE (LO STORNO DI UNA EROGAZIONE PRECEDENTE,
      *    D05223K3, NON COPRE LA NUOVA)
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-STORNI CURSOR WITH HOLD FOR
               SELECT  E.IMS_NUM_PRA, E.IMS_CODSOC, E.IMS_CATEGORIA,
                       E.IMS_PRODOTTO, E.IMS_VDR, E.IMS_IMPORTO,
                       E.IMS_IMPFIN, CHAR(DATE(A.ANN_DATA_LAV), ISO)
                 FROM  T_DFAX_IMSIP E, T_DFAX_ANNULLO A
                WHERE  E.IMS_MOVIMENTO = 'E'
                  AND  A.ANN_NUM_PRA   = E.IMS_NUM_PRA
                  AND  A.ANN_STATO     = 'L'
                  AND  A.ANN_DATA_LAV  < TIMESTAMP(DATE(:S6-MESE-A))
                  AND  NOT EXISTS
                      (SELECT 1
                         FROM  T_DFAX_IMSIP S
                        WHERE  S.IMS_NUM_PRA   = E.IMS_NUM_PRA
                          AND  S.IMS_MOVIMENTO = 'S'
                          AND  S.IMS_DATA_INS  > E.IMS_DATA_INS)
                ORDER BY E.IMS_CODSOC, E.IMS_NUM_PRA
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    LIQUIDAZIONE PER SOCIETA' E CATEGORIA: RIGHE APERTE DI
      *    COMPETENZA FINO A FINE MESE, PIU' QUELLE GIA' MARCATE CON
      *    QUESTO MESE (RICORSA)
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-LIQ CURSOR FOR
               SELECT  I.IMS_CODSOC, I.IMS_CATEGORIA,
                       VALUE(MAX(C.CAT_DESCR), ' '),
                       SUM(CASE WHEN I.IMS_MOVIMENTO = 'E'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN I.IMS_MOVIMENTO = 'E'
                                THEN I.IMS_IMPORTO ELSE 0 END),
                       SUM(CASE WHEN I.IMS_MOVIMENTO = 'S'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN I.IMS_MOVIMENTO = 'S'
                                THEN I.IMS_IMPORTO ELSE 0 END),
                       SUM(I.IMS_IMPORTO)
                 FROM  T_DFAX_IMSIP I
                 LEFT OUTER JOIN T_DFAX_IMSIP_CAT C
                   ON  C.CAT_CATEGORIA = I.IMS_CATEGORIA
                WHERE (I.IMS_MESE_LIQ  = 0
                  AND  I.IMS_DATA_COMP < DATE(:S6-MESE-A))
                   OR  I.IMS_MESE_LIQ  = :S6-MESE-LIQ
                GROUP BY I.IMS_CODSOC, I.IMS_CATEGORIA
                ORDER BY I.IMS_CODSOC, I.IMS_CATEGORIA
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-STORNI           THRU 2000-STORNI-X
           PERFORM 3000-LIQUIDAZIONE     THRU 3000-LIQUIDAZIONE-X
           PERFORM 4000-RICONCILIA       THRU 4000-RICONCILIA-X
           PERFORM 6000-FINALIZZA        THRU 6000-FINALIZZA-X
           MOVE 'F'                      TO OPK0-FUNZIONE
           MOVE 'OK'                     TO OPK0-ESITO-CORSA
           CALL S6-PGM-REGISTRO    USING OPK0-AREA
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           INITIALIZE OPK0-AREA
           MOVE 'I'                      TO OPK0-FUNZIONE
           MOVE 'D05223S6'               TO OPK0-PROGRAMMA
           CALL S6-PGM-REGISTRO    USING OPK0-AREA
           MOVE OPK0-DATA-ELAB           TO S6-DATA-ELAB
           EXEC SQL
                VALUES (CHAR(DATE(:S6-DATA-ELAB)
                             - (DAY(DATE(:S6-DATA-ELAB)) - 1) DAYS
                             - 1 MONTH, ISO),
                        CHAR(DATE(:S6-DATA-ELAB)
                             - (DAY(DATE(:S6-DATA-ELAB)) - 1) DAYS,
                             ISO))
                  INTO :S6-MESE-DA, :S6-MESE-A
           END-EXEC
           MOVE S6-MESE-DA(1:4)          TO S6-MESE-LIQ(1:4)
           MOVE S6-MESE-DA(6:2)          TO S6-MESE-LIQ(5:2)
           OPEN OUTPUT RPT-DFAX-IMSIP
           MOVE S6-MESE-LIQ              TO W-T1-MESE
           MOVE S6-MESE-DA               TO W-T1-DA
           MOVE S6-MESE-A                TO W-T1-A
           MOVE S6-DATA-ELAB             TO W-T1-DATA
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           IF  OPK0-CORSA-DOPPIA
           THEN
               MOVE W-RIGA-DOPPIA        TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-STORNI: UNA RIGA 'S' CON GLI IMPORTI DELL'EROGAZIONE
      *    CAMBIATI DI SEGNO, DI COMPETENZA DELLA DATA DI ANNULLAMENTO
      *----------------------------------------------------------------*
       2000-STORNI.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ1              TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST1           TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-STORNI END-EXEC
           PERFORM 2100-STORNO           THRU 2100-STORNO-X
                   UNTIL FINE-STORNI
           EXEC SQL CLOSE CURS-STORNI END-EXEC
           EXEC SQL COMMIT END-EXEC
           IF  S6-TOT-STORNI = ZERO
           THEN
               MOVE W-RIGA-NO-STORNI     TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF.
      *----------------------------------------------------------------*
       2000-STORNI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2100-STORNO.
           EXEC SQL FETCH CURS-STORNI
                    INTO :S6-NUM-PRA, :S6-CODSOC, :S6-CATEGORIA,
                         :S6-PRODOTTO, :S6-VDR, :S6-IMPORTO,
                         :S6-IMPFIN, :S6-DATA-ANN
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-STORNI           TO TRUE
               GO TO 2100-STORNO-X
           END-IF
           COMPUTE S6-IMPORTO = ZERO - S6-IMPORTO
           COMPUTE S6-IMPFIN  = ZERO - S6-IMPFIN
           EXEC SQL INSERT  INTO T_DFAX_IMSIP
                            (IMS_NUM_PRA
                            ,IMS_MOVIMENTO
                            ,IMS_CODSOC
                            ,IMS_CATEGORIA
                            ,IMS_PRODOTTO
                            ,IMS_VDR
                            ,IMS_IMPORTO
                            ,IMS_IMPFIN
                            ,IMS_DATA_COMP
                            ,IMS_MESE_LIQ
                            ,IMS_DATA_INS
                            ,IMS_DATA_AGG)
                    VALUES (:S6-NUM-PRA
                           ,'S'
                           ,:S6-CODSOC
                           ,:S6-CATEGORIA
                           ,:S6-PRODOTTO
                           ,:S6-VDR
                           ,:S6-IMPORTO
                           ,:S6-IMPFIN
                           ,DATE(:S6-DATA-ANN)
                           ,0
                           ,CURRENT TIMESTAMP
                           ,CURRENT TIMESTAMP)
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               GO TO 2100-STORNO-X
           END-IF
           ADD 1                         TO S6-TOT-STORNI
           MOVE S6-NUM-PRA               TO W-STO-NUM-PRA
           MOVE S6-CODSOC                TO W-STO-CODSOC
           MOVE S6-CATEGORIA             TO W-STO-CATEGORIA
           MOVE S6-PRODOTTO              TO W-STO-PRODOTTO
           MOVE S6-VDR                   TO W-STO-VDR
           MOVE S6-DATA-ANN              TO W-STO-DATA-ANN
           MOVE S6-IMPORTO               TO W-STO-IMPORTO
           MOVE S6-IMPFIN                TO W-STO-IMPFIN
           MOVE W-RIGA-STORNO            TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2100-STORNO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-LIQUIDAZIONE: UNA RIGA PER SOCIETA'/CATEGORIA CON
      *    TOTALE PER SOCIETA', POI MARCA LE RIGHE LIQUIDATE
      *----------------------------------------------------------------*
       3000-LIQUIDAZIONE.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ2              TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST2           TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE ZERO                     TO S6-SOC-PREC
                                            S6-SOC-NETTO
           EXEC SQL OPEN CURS-LIQ END-EXEC
           PERFORM 3100-RIGA-LIQ         THRU 3100-RIGA-LIQ-X
                   UNTIL FINE-LIQ
           EXEC SQL CLOSE CURS-LIQ END-EXEC
           IF  S6-TOT-RIGHE = ZERO
           THEN
               MOVE W-RIGA-NO-LIQ        TO RPT-RIGA
               WRITE RPT-RIGA
               GO TO 3000-LIQUIDAZIONE-X
           END-IF
           PERFORM 3200-TOTALE-SOC       THRU 3200-TOTALE-SOC-X
      *
           EXEC SQL UPDATE T_DFAX_IMSIP
                       SET IMS_MESE_LIQ  = :S6-MESE-LIQ,
                           IMS_DATA_AGG  = CURRENT TIMESTAMP
                     WHERE IMS_MESE_LIQ  = 0
                       AND IMS_DATA_COMP < DATE(:S6-MESE-A)
           END-EXEC
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       3000-LIQUIDAZIONE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3100-RIGA-LIQ.
           EXEC SQL FETCH CURS-LIQ
                    INTO :S6-CODSOC, :S6-CATEGORIA, :S6-DESCR-CAT,
                         :S6-NUM-EROG, :S6-IMP-EROG, :S6-NUM-STORNI,
                         :S6-IMP-STORNI, :S6-IMP-NETTO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-LIQ              TO TRUE
               GO TO 3100-RIGA-LIQ-X
           END-IF
           IF  S6-TOT-RIGHE > ZERO
           AND S6-CODSOC NOT = S6-SOC-PREC
           THEN
               PERFORM 3200-TOTALE-SOC   THRU 3200-TOTALE-SOC-X
           END-IF
           MOVE S6-CODSOC                TO S6-SOC-PREC
           ADD 1                         TO S6-TOT-RIGHE
           ADD S6-IMP-NETTO              TO S6-SOC-NETTO
                                            S6-TOT-NETTO
           IF  S6-NUM-LIQ < S6-MAX-LIQ
           THEN
               ADD 1                     TO S6-NUM-LIQ
               MOVE S6-CODSOC            TO S6-LIQ-CODSOC(S6-NUM-LIQ)
               MOVE S6-CATEGORIA         TO
                    S6-LIQ-CATEGORIA(S6-NUM-LIQ)
               MOVE S6-IMP-NETTO         TO S6-LIQ-NETTO(S6-NUM-LIQ)
               MOVE 'N'                  TO S6-LIQ-COGE(S6-NUM-LIQ)
           END-IF
           MOVE S6-CODSOC                TO W-LIQ-CODSOC
           MOVE S6-CATEGORIA             TO W-LIQ-CATEGORIA
           MOVE S6-DESCR-CAT             TO W-LIQ-DESCR
           MOVE S6-NUM-EROG              TO W-LIQ-NUM-EROG
           MOVE S6-IMP-EROG              TO W-LIQ-IMP-EROG
           MOVE S6-NUM-STORNI            TO W-LIQ-NUM-STORNI
           MOVE S6-IMP-STORNI            TO W-LIQ-IMP-STORNI
           MOVE S6-IMP-NETTO             TO W-LIQ-IMP-NETTO
           MOVE W-RIGA-LIQ               TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       3100-RIGA-LIQ-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3200-TOTALE-SOC: NETTO DELLA SOCIETA', DA VERSARE O A
      *    CREDITO DA COMPENSARE NEI VERSAMENTI SUCCESSIVI
      *----------------------------------------------------------------*
       3200-TOTALE-SOC.
           MOVE S6-SOC-PREC              TO W-TS-CODSOC
           IF  S6-SOC-NETTO < ZERO
           THEN
               MOVE 'A CREDITO'          TO W-TS-ESITO
           ELSE
               MOVE 'DA VERSARE'         TO W-TS-ESITO
           END-IF
           MOVE S6-SOC-NETTO             TO W-TS-NETTO
           MOVE W-RIGA-TOT-SOC           TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE ZERO                     TO S6-SOC-NETTO.
      *----------------------------------------------------------------*
       3200-TOTALE-SOC-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-RICONCILIA: SALDI CONTABILI DEL MESE CONTRO IL NETTO
      *    DEL REGISTRO; SI STAMPANO SOLO LE DIFFERENZE, COMPRESE LE
      *    VOCI PRESENTI DA UNA PARTE SOLA
      *----------------------------------------------------------------*
       4000-RICONCILIA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ3              TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST3           TO RPT-RIGA
           WRITE RPT-RIGA
           OPEN INPUT  COGE-FILE
           PERFORM 4100-SALDO-COGE       THRU 4100-SALDO-COGE-X
                   UNTIL FINE-COGE
           CLOSE COGE-FILE
           MOVE 1                        TO S6-IX
           PERFORM 4300-SOLO-REGISTRO    THRU 4300-SOLO-REGISTRO-X
                   UNTIL S6-IX > S6-NUM-LIQ
           IF  S6-TOT-DIFF = ZERO
           THEN
               MOVE W-RIGA-NO-DIFF       TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF.
      *----------------------------------------------------------------*
       4000-RICONCILIA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4100-SALDO-COGE.
           READ COGE-FILE
             AT END
                SET FINE-COGE            TO TRUE
                GO TO 4100-SALDO-COGE-X
           END-READ
           IF  COGE-MESE NOT = S6-MESE-LIQ
           OR  COGE-IMPORTO IS NOT NUMERIC
           THEN
               GO TO 4100-SALDO-COGE-X
           END-IF
           MOVE COGE-IMPORTO             TO S6-COGE-NETTO
           IF  COGE-SEGNO = '-'
           THEN
               COMPUTE S6-COGE-NETTO = ZERO - S6-COGE-NETTO
           END-IF
           MOVE 'N'                      TO SW-TROVATA
           MOVE 1                        TO S6-IX
           PERFORM 4200-CERCA-LIQ        THRU 4200-CERCA-LIQ-X
                   UNTIL LIQ-TROVATA
                   OR    S6-IX > S6-NUM-LIQ
           MOVE COGE-CODSOC              TO W-DIF-CODSOC
           MOVE COGE-CATEGORIA           TO W-DIF-CATEGORIA
           MOVE S6-COGE-NETTO            TO W-DIF-COGE
           IF  LIQ-TROVATA
           THEN
               SET S6-LIQ-IN-COGE(S6-IX) TO TRUE
               COMPUTE S6-DIFFERENZA = S6-LIQ-NETTO(S6-IX)
                                     - S6-COGE-NETTO
               IF  S6-DIFFERENZA = ZERO
               THEN
                   GO TO 4100-SALDO-COGE-X
               END-IF
               MOVE S6-LIQ-NETTO(S6-IX)  TO W-DIF-REGISTRO
               MOVE 'IMPORTI DIVERSI'    TO W-DIF-NOTA
           ELSE
               IF  S6-COGE-NETTO = ZERO
               THEN
                   GO TO 4100-SALDO-COGE-X
               END-IF
               COMPUTE S6-DIFFERENZA = ZERO - S6-COGE-NETTO
               MOVE ZERO                 TO W-DIF-REGISTRO
               MOVE 'SOLO IN CONTABILITA'''
                                         TO W-DIF-NOTA
           END-IF
           MOVE S6-DIFFERENZA            TO W-DIF-DIFFERENZA
           MOVE W-RIGA-DIFF              TO RPT-RIGA
           WRITE RPT-RIGA
           ADD 1                         TO S6-TOT-DIFF.
      *----------------------------------------------------------------*
       4100-SALDO-COGE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4200-CERCA-LIQ.
           IF  S6-LIQ-CODSOC(S6-IX)    = COGE-CODSOC
           AND S6-LIQ-CATEGORIA(S6-IX) = COGE-CATEGORIA
           THEN
               SET LIQ-TROVATA           TO TRUE
           ELSE
               ADD 1                     TO S6-IX
           END-IF.
      *----------------------------------------------------------------*
       4200-CERCA-LIQ-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4300-SOLO-REGISTRO.
           IF  NOT S6-LIQ-IN-COGE(S6-IX)
           AND S6-LIQ-NETTO(S6-IX) NOT = ZERO
           THEN
               MOVE S6-LIQ-CODSOC(S6-IX)    TO W-DIF-CODSOC
               MOVE S6-LIQ-CATEGORIA(S6-IX) TO W-DIF-CATEGORIA
               MOVE S6-LIQ-NETTO(S6-IX)     TO W-DIF-REGISTRO
                                               W-DIF-DIFFERENZA
               MOVE ZERO                    TO W-DIF-COGE
               MOVE 'NON IN CONTABILITA'''  TO W-DIF-NOTA
               MOVE W-RIGA-DIFF             TO RPT-RIGA
               WRITE RPT-RIGA
               ADD 1                        TO S6-TOT-DIFF
           END-IF
           ADD 1                         TO S6-IX.
      *----------------------------------------------------------------*
       4300-SOLO-REGISTRO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       6000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE S6-TOT-STORNI            TO W-TOT-STORNI
           MOVE S6-TOT-NETTO             TO W-TOT-NETTO
           MOVE S6-TOT-DIFF              TO W-TOT-DIFF
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RPT-DFAX-IMSIP.
      *----------------------------------------------------------------*
       6000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM D05223S6 *******************************
