      ******************************************************************
      *                        D05223RT                                *
      *                                                                *
      *  PROCEDURA    : DFAX A SERVIZI - ESTRATTO CONTRIBUTI CAMPAGNA  *
      *  DESCRIZIONE  : ESTRATTO MENSILE PER VDR DEI CONTRIBUTI DI     *
      *                 CAMPAGNA (DLCORSERFIN) DELLE PRATICHE CLASSICO *
      *                 LAVORATE DA DFAX NEL MESE APPENA CHIUSO        *
      *                 (T_DFAX_CONTR_LOG, ALIMENTATA DA D05223A0      *
      *                 PARAGRAFO 804-INSERT-TCONTRLOG). PER OGNI VDR, *
      *                 RAGGRUPPATO PER SOCIETA' E CAMPAGNA:           *
      *                  - CONTRIBUTO DI CAMPAGNA CALCOLATO            *
      *                  - QUOTA INTERESSI A CARICO DEL DEALER         *
      *                    (INTERESSI VDR MENO CONTRIBUTO)             *
      *                  - QUANTO TRATTENUTO SULL'EROGATO DEI          *
      *                    BONIFICI DEALER PARTITI (T_DFAX_BONIF)      *
      *                 PRATICHE NON FINANZIATE, CON BONIFICO          *
      *                 ANNULLATO O ANNULLATE/RECEDUTE ESCLUSE         *
      *                  - SALDO APERTO: POSITIVO DA FATTURARE AL      *
      *                    DEALER, NEGATIVO DA RIMBORSARE              *
      *                 CON TOTALE PER VDR E TOTALE GENERALE           *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : T_DFAX_CONTR_LOG, T_DFAX_BONIF, BE00TBMO,      *
      *                 T_DFAX_ANNULLO (DB2)                           *
      *  OUTPUT       : REPORT SU RPT-DFAX-CONTR                       *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - ESTRATTO MENSILE CONTRIBUTI DI       *
      *           CAMPAGNA PER VDR CON RICONCILIAZIONE SUL TRATTENUTO  *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223RT.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT RPT-DFAX-CONTR    ASSIGN  TO  RPTDFCTR
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  RPT-DFAX-CONTR
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
       01  RT-PGM-REGISTRO            PIC  X(08)  VALUE 'OP0001K0'.
       01  RT-DATA-ELAB               PIC  X(10)  VALUE SPACE.
      *
       01  RT-VDR                        PIC  9(07)  VALUE ZERO.
       01  RT-CODSOC                     PIC  9(03)  VALUE ZERO.
       01  RT-CODCAMP                    PIC  X(02)  VALUE SPACE.
       01  RT-CONTA                      PIC S9(09)  COMP-3 VALUE ZERO.
       01  RT-CONTRIBUTO                 PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
       01  RT-DOVUTO                     PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
       01  RT-TRATTENUTO                 PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
       01  RT-SALDO                      PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
      *
       01  RT-VDR-PREC                   PIC  9(07)  VALUE ZERO.
       01  SW-PRIMO-VDR                  PIC  X(01)  VALUE 'S'.
           88  PRIMO-VDR                             VALUE 'S'.
       01  SW-FINE-CURSORE               PIC  X(01)  VALUE 'N'.
           88  FINE-CURSORE                          VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    TOTALI DI ROTTURA PER VDR E TOTALI GENERALI
      *----------------------------------------------------------------*
       01  RT-TOT-VDR.
           02  RT-TV-CONTA               PIC S9(09)  COMP-3.
           02  RT-TV-CONTRIBUTO          PIC S9(11)V99 COMP-3.
           02  RT-TV-DOVUTO              PIC S9(11)V99 COMP-3.
           02  RT-TV-TRATTENUTO          PIC S9(11)V99 COMP-3.
           02  RT-TV-SALDO               PIC S9(11)V99 COMP-3.
       01  RT-TOT-GEN.
           02  RT-TG-VDR                 PIC S9(07)  COMP-3.
           02  RT-TG-CONTA               PIC S9(09)  COMP-3.
           02  RT-TG-CONTRIBUTO          PIC S9(11)V99 COMP-3.
           02  RT-TG-DOVUTO              PIC S9(11)V99 COMP-3.
           02  RT-TG-TRATTENUTO          PIC S9(11)V99 COMP-3.
           02  RT-TG-SALDO               PIC S9(11)V99 COMP-3.
      *
       01  W-RIGA-DOPPIA                 PIC  X(132) VALUE
           'ATTENZIONE: CORSA GIA'' ANDATA OK PER QUESTA DATA'.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(49)  VALUE
               'DFAX - ESTRATTO CONTRIBUTI CAMPAGNA DEALER - MESE'.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-T1-MESE                 PIC  X(07).
           02  FILLER                    PIC  X(75)  VALUE SPACE.
      *
       01  W-RIGA-VDR.
           02  FILLER                    PIC  X(05)  VALUE 'VDR: '.
           02  W-VDR-COD                 PIC  9(07).
           02  FILLER                    PIC  X(120) VALUE SPACE.
      *
       01  W-RIGA-TESTATA2.
           02  FILLER                    PIC  X(05)  VALUE 'SOC'.
           02  FILLER                    PIC  X(06)  VALUE 'CAMP'.
           02  FILLER                    PIC  X(10)  VALUE 'PRATICHE'.
           02  FILLER                    PIC  X(17)  VALUE
               '     CONTRIBUTO'.
           02  FILLER                    PIC  X(17)  VALUE
               ' QUOTA DOVUTA'.
           02  FILLER                    PIC  X(17)  VALUE
               '    TRATTENUTO'.
           02  FILLER                    PIC  X(18)  VALUE
               '    SALDO APERTO'.
           02  FILLER                    PIC  X(42)  VALUE SPACE.
      *
       01  W-RIGA-DETT.
           02  W-DETT-CODSOC             PIC  9(03).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-CODCAMP            PIC  X(02).
           02  FILLER                    PIC  X(04)  VALUE SPACE.
           02  W-DETT-CONTA              PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(03)  VALUE SPACE.
           02  W-DETT-CONTRIBUTO         PIC  Z.ZZZ.ZZZ.ZZ9,99-.
           02  W-DETT-DOVUTO             PIC  Z.ZZZ.ZZZ.ZZ9,99-.
           02  W-DETT-TRATTENUTO         PIC  Z.ZZZ.ZZZ.ZZ9,99-.
           02  W-DETT-SALDO              PIC  Z.ZZZ.ZZZ.ZZ9,99-.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DETT-NOTA               PIC  X(14).
           02  FILLER                    PIC  X(28)  VALUE SPACE.
      *
       01  W-MESE-RIF                    PIC  X(07)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    CONTRIBUTI DEL MESE APPENA CHIUSO PER VDR/SOCIETA'/CAMPAGNA:
      *    CONTANO SOLO LE PRATICHE CON UN BONIFICO (T_DFAX_BONIF) IL
      *    CUI MOVIMENTO NON E' ANNULLATO ('X') E NON ANNULLATE O
      *    RECEDUTE (T_DFAX_ANNULLO 'L'): LE ALTRE NON SONO STATE
      *    FINANZIATE E NON DEVONO NULLA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-CONTR CURSOR FOR
               SELECT  C.CTR_VDR, C.CTR_CODSOC, C.CTR_CODCAMP,
                       COUNT(*),
                       SUM(C.CTR_CONTRIBUTO),
                       SUM(C.CTR_DOVUTO),
                       SUM(C.CTR_TRATTENUTO)
                 FROM  T_DFAX_CONTR_LOG C
                WHERE  C.CTR_DATA_INS >=
                       DATE(:RT-DATA-ELAB) - (DAY(DATE(:RT-DATA-ELAB))
                         - 1) DAYS
                                    - 1 MONTH
                  AND  C.CTR_DATA_INS <
                       DATE(:RT-DATA-ELAB) - (DAY(DATE(:RT-DATA-ELAB))
                         - 1) DAYS
                  AND  EXISTS
                       (SELECT 1
                          FROM T_DFAX_BONIF B, BE00TBMO MO
                         WHERE B.BON_NUM_PRA = C.CTR_NUM_PRA
                           AND MO.ISTITUTO   = 100
                           AND MO.NUM_DIST   = B.BON_NUM_DIST
                           AND MO.NUM_MOV    = B.BON_NUM_MOV
                           AND MO.STATO_MOV <> 'X')
                  AND  NOT EXISTS
                       (SELECT 1
                          FROM T_DFAX_ANNULLO A
                         WHERE A.ANN_NUM_PRA = C.CTR_NUM_PRA
                           AND A.ANN_STATO   = 'L')
                GROUP BY C.CTR_VDR, C.CTR_CODSOC, C.CTR_CODCAMP
                ORDER BY C.CTR_VDR, C.CTR_CODSOC, C.CTR_CODCAMP
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-ELABORA          THRU 2000-ELABORA-X
                   UNTIL FINE-CURSORE
           PERFORM 3000-FINALIZZA        THRU 3000-FINALIZZA-X
           MOVE 'F'                      TO OPK0-FUNZIONE
           MOVE 'OK'                     TO OPK0-ESITO-CORSA
           CALL RT-PGM-REGISTRO    USING OPK0-AREA
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           INITIALIZE OPK0-AREA
           MOVE 'I'                      TO OPK0-FUNZIONE
           MOVE 'D05223RT'               TO OPK0-PROGRAMMA
           CALL RT-PGM-REGISTRO    USING OPK0-AREA
           MOVE OPK0-DATA-ELAB           TO RT-DATA-ELAB
           OPEN OUTPUT RPT-DFAX-CONTR
           EXEC SQL
                VALUES CHAR(DATE(:RT-DATA-ELAB) - 1 MONTH)
                  INTO :W-MESE-RIF
           END-EXEC
           MOVE W-MESE-RIF               TO W-T1-MESE
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           IF  OPK0-CORSA-DOPPIA
           THEN
               MOVE W-RIGA-DOPPIA        TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF
           INITIALIZE RT-TOT-VDR RT-TOT-GEN
           EXEC SQL OPEN CURS-CONTR END-EXEC.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2000-ELABORA.
           EXEC SQL FETCH CURS-CONTR
                    INTO :RT-VDR, :RT-CODSOC, :RT-CODCAMP,
                         :RT-CONTA, :RT-CONTRIBUTO,
                         :RT-DOVUTO, :RT-TRATTENUTO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-CURSORE          TO TRUE
               IF  NOT PRIMO-VDR
               THEN
                   PERFORM 2500-CHIUDI-VDR
                      THRU 2500-CHIUDI-VDR-X
               END-IF
               GO TO 2000-ELABORA-X
           END-IF
           IF  PRIMO-VDR
           OR  RT-VDR NOT = RT-VDR-PREC
           THEN
               IF  NOT PRIMO-VDR
               THEN
                   PERFORM 2500-CHIUDI-VDR
                      THRU 2500-CHIUDI-VDR-X
               END-IF
               MOVE 'N'                  TO SW-PRIMO-VDR
               MOVE RT-VDR               TO RT-VDR-PREC
               PERFORM 2200-APRI-VDR     THRU 2200-APRI-VDR-X
           END-IF
           PERFORM 2100-SCRIVI-DETT      THRU 2100-SCRIVI-DETT-X.
      *----------------------------------------------------------------*
       2000-ELABORA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2100-SCRIVI-DETT.
      *    SALDO POSITIVO: IL DEALER NON HA ANCORA PAGATO TUTTA LA
      *    SUA QUOTA, DA FATTURARE; NEGATIVO: TRATTENUTO IN PIU',
      *    DA RIMBORSARE
           COMPUTE RT-SALDO = RT-DOVUTO - RT-TRATTENUTO
           MOVE RT-CODSOC                TO W-DETT-CODSOC
           MOVE RT-CODCAMP               TO W-DETT-CODCAMP
           MOVE RT-CONTA                 TO W-DETT-CONTA
           MOVE RT-CONTRIBUTO            TO W-DETT-CONTRIBUTO
           MOVE RT-DOVUTO                TO W-DETT-DOVUTO
           MOVE RT-TRATTENUTO            TO W-DETT-TRATTENUTO
           MOVE RT-SALDO                 TO W-DETT-SALDO
           PERFORM 2900-NOTA-SALDO       THRU 2900-NOTA-SALDO-X
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA
           ADD RT-CONTA                  TO RT-TV-CONTA
           ADD RT-CONTRIBUTO             TO RT-TV-CONTRIBUTO
           ADD RT-DOVUTO                 TO RT-TV-DOVUTO
           ADD RT-TRATTENUTO             TO RT-TV-TRATTENUTO
           ADD RT-SALDO                  TO RT-TV-SALDO.
      *----------------------------------------------------------------*
       2100-SCRIVI-DETT-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2200-APRI-VDR.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RT-VDR                   TO W-VDR-COD
           MOVE W-RIGA-VDR               TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TESTATA2          TO RPT-RIGA
           WRITE RPT-RIGA
           INITIALIZE RT-TOT-VDR.
      *----------------------------------------------------------------*
       2200-APRI-VDR-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2500-CHIUDI-VDR.
           MOVE ZERO                     TO W-DETT-CODSOC
           MOVE 'TT'                     TO W-DETT-CODCAMP
           MOVE RT-TV-CONTA              TO W-DETT-CONTA
           MOVE RT-TV-CONTRIBUTO         TO W-DETT-CONTRIBUTO
           MOVE RT-TV-DOVUTO             TO W-DETT-DOVUTO
           MOVE RT-TV-TRATTENUTO         TO W-DETT-TRATTENUTO
           MOVE RT-TV-SALDO              TO W-DETT-SALDO
           MOVE RT-TV-SALDO              TO RT-SALDO
           PERFORM 2900-NOTA-SALDO       THRU 2900-NOTA-SALDO-X
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA
           ADD 1                         TO RT-TG-VDR
           ADD RT-TV-CONTA               TO RT-TG-CONTA
           ADD RT-TV-CONTRIBUTO          TO RT-TG-CONTRIBUTO
           ADD RT-TV-DOVUTO              TO RT-TG-DOVUTO
           ADD RT-TV-TRATTENUTO          TO RT-TG-TRATTENUTO
           ADD RT-TV-SALDO               TO RT-TG-SALDO.
      *----------------------------------------------------------------*
       2500-CHIUDI-VDR-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2900-NOTA-SALDO.
           EVALUATE TRUE
             WHEN RT-SALDO > ZERO
                  MOVE 'DA FATTURARE'    TO W-DETT-NOTA
             WHEN RT-SALDO < ZERO
                  MOVE 'DA RIMBORSARE'   TO W-DETT-NOTA
             WHEN OTHER
                  MOVE 'QUADRATO'        TO W-DETT-NOTA
           END-EVALUATE.
      *----------------------------------------------------------------*
       2900-NOTA-SALDO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-FINALIZZA.
           EXEC SQL CLOSE CURS-CONTR END-EXEC
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE 'TOTALE GENERALE'        TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE ZERO                     TO W-DETT-CODSOC
           MOVE 'TT'                     TO W-DETT-CODCAMP
           MOVE RT-TG-CONTA              TO W-DETT-CONTA
           MOVE RT-TG-CONTRIBUTO         TO W-DETT-CONTRIBUTO
           MOVE RT-TG-DOVUTO             TO W-DETT-DOVUTO
           MOVE RT-TG-TRATTENUTO         TO W-DETT-TRATTENUTO
           MOVE RT-TG-SALDO              TO W-DETT-SALDO
           MOVE RT-TG-SALDO              TO RT-SALDO
           PERFORM 2900-NOTA-SALDO       THRU 2900-NOTA-SALDO-X
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RPT-DFAX-CONTR.
      *----------------------------------------------------------------*
       3000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM D05223RT *******************************
