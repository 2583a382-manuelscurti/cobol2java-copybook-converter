      ******************************************************************
      *                        OP0001RB                                *
      *                                                                *
      *  PROCEDURA    : CONSOLE OPERATIVA - CONFRONTO DEL MATTINO TRA  *
      *                 PREVISIONE E CONSEGNA EFFETTIVA                *
      *  DESCRIZIONE  : PER OGNI CONSEGNA ATTIVA (T_OP_CONSEGNE)       *
      *                 RIPRENDE LE PREVISIONI FATTE NELLA NOTTE DI    *
      *                 IERI DA OP0001RA (T_OP_PREVISIONI): LA PRIMA,  *
      *                 L'ULTIMA PRIMA DELLA CONSEGNA, GLI ALLARMI     *
      *                 MANDATI E IL COLLO DI BOTTIGLIA INDICATO, E LE *
      *                 CONFRONTA CON L'ORA DI FINE EFFETTIVA DEL      *
      *                 PROGRAMMA FINALE (T_OP_RUN_REG, OPPURE PER I   *
      *                 FLUSSI T_OP_DURATE E T_FLU_RUN):               *
      *                  - IN TEMPO / IN RITARDO / NON CONSEGNATA      *
      *                  - RITARDO NON PREVISTO (NESSUN ALLARME)       *
      *                  - FALSO ALLARME (ALLARME MA IN TEMPO)         *
      *                 CON LO SCARTO IN MINUTI TRA ULTIMA PREVISIONE  *
      *                 E FINE EFFETTIVA. E' LA MISURA DI QUANTO CI SI *
      *                 PUO' FIDARE DELLA PREVISIONE NOTTURNA          *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE OPERATIVITA' BATCH *
      *  INPUT        : T_OP_CONSEGNE, T_OP_PREVISIONI, T_OP_RUN_REG,  *
      *                 T_OP_DURATE, T_FLU_RUN (DB2)                   *
      *  OUTPUT       : REPORT SU RPT-OP0001-CONFRONTO, RETURN-CODE 4  *
      *                 SE UNA CONSEGNA E' ARRIVATA IN RITARDO O NON   *
      *                 E' ARRIVATA                                    *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - CONFRONTO DEL MATTINO TRA PREVISIONE *
      *           NOTTURNA E CONSEGNA EFFETTIVA                        *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     OP0001RB.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT RPT-OP0001-CONFRONTO ASSIGN  TO  RPTOPCFR
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  RPT-OP0001-CONFRONTO
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *----------------------------------------------------------------*
      *    DATA DI ELABORAZIONE E REGISTRO CORSE (OP0001K0): LA NOTTE
      *    ESAMINATA E' QUELLA DEL GIORNO PRIMA, COME OP0001R6
      *----------------------------------------------------------------*
           COPY OP0001W0.
       01  RB-PGM-REGISTRO            PIC  X(08)  VALUE 'OP0001K0'.
       01  RB-DATA-ELAB               PIC  X(10)  VALUE SPACE.
       01  RB-DATA-NOTTE              PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    ORARI IN SECONDI DALLA MEZZANOTTE DELLA NOTTE ESAMINATA,
      *    COME IN OP0001RA; -1 = NON DISPONIBILE
      *----------------------------------------------------------------*
       01  RB-CON-CODICE                 PIC  X(08)  VALUE SPACE.
       01  RB-CON-DESCR                  PIC  X(30)  VALUE SPACE.
       01  RB-CON-PROGRAMMA              PIC  X(08)  VALUE SPACE.
       01  RB-CON-LIMITE                 PIC S9(09)  COMP-3 VALUE ZERO.
       01  RB-PRIMA                      PIC S9(09)  COMP-3 VALUE ZERO.
       01  RB-ULTIMA                     PIC S9(09)  COMP-3 VALUE ZERO.
       01  RB-EFFETTIVA                  PIC S9(09)  COMP-3 VALUE ZERO.
       01  RB-SCARTO                     PIC S9(07)  COMP-3 VALUE ZERO.
       01  RB-SCARTO-ED                  PIC  -ZZ.ZZ9.
       01  RB-COLLO                      PIC  X(08)  VALUE SPACE.
       01  RB-NUM-ALLARMI                PIC S9(05)  COMP-3 VALUE ZERO.
      *
      *    FORMATO ORARIO 'G+N HH:MM' DI OP0001RA
       01  RB-SEC-FMT                    PIC S9(09)  COMP-3 VALUE ZERO.
       01  RB-GG-FMT                     PIC  9(01)  VALUE ZERO.
       01  RB-RESTO-FMT                  PIC S9(09)  COMP-3 VALUE ZERO.
       01  RB-ORA-FMT.
           02  RB-FMT-PRE                PIC  X(02).
           02  RB-FMT-GG                 PIC  X(01).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RB-FMT-HH                 PIC  9(02).
           02  FILLER                    PIC  X(01)  VALUE ':'.
           02  RB-FMT-MM                 PIC  9(02).
      *
       01  SW-FINE-CONSEGNE              PIC  X(01)  VALUE 'N'.
           88  FINE-CONSEGNE                         VALUE 'S'.
      *
       01  RB-TOT-CONSEGNE               PIC S9(05)  COMP-3 VALUE ZERO.
       01  RB-TOT-RITARDI                PIC S9(05)  COMP-3 VALUE ZERO.
       01  RB-TOT-NON-PREVISTI           PIC S9(05)  COMP-3 VALUE ZERO.
       01  RB-TOT-FALSI                  PIC S9(05)  COMP-3 VALUE ZERO.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'CONSOLE OPERATIVA - CONSEGNE NOTTE DEL      '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(78)  VALUE SPACE.
      *
       01  W-RIGA-TESTATA2.
           02  FILLER                    PIC  X(44)  VALUE
               'CONSEGNA  DESCRIZIONE               PROGRAM.'.
           02  FILLER                    PIC  X(44)  VALUE
               '  LIMITE     1A PREV.   ULT.PREV.  EFFETTIVA'.
           02  FILLER                    PIC  X(44)  VALUE
               '  SCARTO   ALL  COLLO     ESITO             '.
      *
       01  W-RIGA-DETT.
           02  W-DETT-CONSEGNA           PIC  X(08).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-DESCR              PIC  X(24).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-PROGRAMMA          PIC  X(08).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-LIMITE             PIC  X(09).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-PRIMA              PIC  X(09).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-ULTIMA             PIC  X(09).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-EFFETTIVA          PIC  X(09).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-SCARTO             PIC  X(07).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-ALLARMI            PIC  ZZ9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-COLLO              PIC  X(08).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-ESITO              PIC  X(16).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                    PIC  X(20)  VALUE
               'CONSEGNE ESAMINATE: '.
           02  W-TOT-CONSEGNE            PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  IN RITARDO:       '.
           02  W-TOT-RITARDI             PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  NON PREVISTI:     '.
           02  W-TOT-NON-PREVISTI        PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  FALSI ALLARMI:    '.
           02  W-TOT-FALSI               PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(08)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    CONSEGNE DEL MATTINO CON IL LIMITE IN SECONDI, COME
      *    OP0001RA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-CONSEGNE CURSOR FOR
               SELECT  CON_CODICE, CON_DESCR, CON_PROGRAMMA,
                       CON_GG_LIMITE * 86400 +
                       MIDNIGHT_SECONDS(CON_ORA_LIMITE)
                 FROM  T_OP_CONSEGNE
                WHERE  CON_ATTIVA = 'S'
                ORDER BY 4, 1
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-CONSEGNA         THRU 2000-CONSEGNA-X
                   UNTIL FINE-CONSEGNE
           PERFORM 9000-FINALIZZA        THRU 9000-FINALIZZA-X
           MOVE 'F'                      TO OPK0-FUNZIONE
           MOVE 'OK'                     TO OPK0-ESITO-CORSA
           CALL RB-PGM-REGISTRO    USING OPK0-AREA
           IF  RB-TOT-RITARDI > ZERO
           THEN
               MOVE 4                    TO RETURN-CODE
           END-IF
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           INITIALIZE OPK0-AREA
           MOVE 'I'                      TO OPK0-FUNZIONE
           MOVE 'OP0001RB'               TO OPK0-PROGRAMMA
           CALL RB-PGM-REGISTRO    USING OPK0-AREA
           MOVE OPK0-DATA-ELAB           TO RB-DATA-ELAB
           OPEN OUTPUT RPT-OP0001-CONFRONTO
           EXEC SQL
                VALUES CHAR(DATE(:RB-DATA-ELAB) - 1 DAY, ISO)
                  INTO :RB-DATA-NOTTE
           END-EXEC
           MOVE RB-DATA-NOTTE            TO W-T1-DATA
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TESTATA2          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-CONSEGNE END-EXEC.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2000-CONSEGNA.
           EXEC SQL FETCH CURS-CONSEGNE
                    INTO :RB-CON-CODICE, :RB-CON-DESCR,
                         :RB-CON-PROGRAMMA, :RB-CON-LIMITE
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-CONSEGNE         TO TRUE
               EXEC SQL CLOSE CURS-CONSEGNE END-EXEC
               GO TO 2000-CONSEGNA-X
           END-IF
           ADD 1                         TO RB-TOT-CONSEGNE
           MOVE RB-CON-CODICE            TO W-DETT-CONSEGNA
           MOVE RB-CON-DESCR             TO W-DETT-DESCR
           MOVE RB-CON-PROGRAMMA         TO W-DETT-PROGRAMMA
           MOVE RB-CON-LIMITE            TO RB-SEC-FMT
           PERFORM 2900-FORMATTA-ORA     THRU 2900-FORMATTA-ORA-X
           MOVE RB-ORA-FMT               TO W-DETT-LIMITE
      *
           PERFORM 2100-PREVISIONI       THRU 2100-PREVISIONI-X
           PERFORM 2200-EFFETTIVA        THRU 2200-EFFETTIVA-X
      *
           MOVE SPACE                    TO W-DETT-PRIMA W-DETT-ULTIMA
                                            W-DETT-EFFETTIVA
                                            W-DETT-SCARTO
           IF  RB-PRIMA NOT < ZERO
           THEN
               MOVE RB-PRIMA             TO RB-SEC-FMT
               PERFORM 2900-FORMATTA-ORA THRU 2900-FORMATTA-ORA-X
               MOVE RB-ORA-FMT           TO W-DETT-PRIMA
           END-IF
           IF  RB-ULTIMA NOT < ZERO
           THEN
               MOVE RB-ULTIMA            TO RB-SEC-FMT
               PERFORM 2900-FORMATTA-ORA THRU 2900-FORMATTA-ORA-X
               MOVE RB-ORA-FMT           TO W-DETT-ULTIMA
           END-IF
           IF  RB-EFFETTIVA NOT < ZERO
           THEN
               MOVE RB-EFFETTIVA         TO RB-SEC-FMT
               PERFORM 2900-FORMATTA-ORA THRU 2900-FORMATTA-ORA-X
               MOVE RB-ORA-FMT           TO W-DETT-EFFETTIVA
           END-IF
           IF  RB-EFFETTIVA NOT < ZERO AND RB-ULTIMA NOT < ZERO
           THEN
               COMPUTE RB-SCARTO = (RB-EFFETTIVA - RB-ULTIMA) / 60
               MOVE RB-SCARTO            TO RB-SCARTO-ED
               MOVE RB-SCARTO-ED         TO W-DETT-SCARTO
           END-IF
           MOVE RB-NUM-ALLARMI           TO W-DETT-ALLARMI
           MOVE RB-COLLO                 TO W-DETT-COLLO
      *
           EVALUATE TRUE
             WHEN RB-EFFETTIVA < ZERO
                  ADD 1                  TO RB-TOT-RITARDI
                  IF  RB-NUM-ALLARMI = ZERO
                  THEN
                      ADD 1              TO RB-TOT-NON-PREVISTI
                  END-IF
                  MOVE 'NON CONSEGNATA'  TO W-DETT-ESITO
             WHEN RB-EFFETTIVA > RB-CON-LIMITE
              AND RB-NUM-ALLARMI > ZERO
                  ADD 1                  TO RB-TOT-RITARDI
                  MOVE 'RITARDO PREVISTO'
                                         TO W-DETT-ESITO
             WHEN RB-EFFETTIVA > RB-CON-LIMITE
                  ADD 1                  TO RB-TOT-RITARDI
                  ADD 1                  TO RB-TOT-NON-PREVISTI
                  MOVE 'RITARDO NON PREV'
                                         TO W-DETT-ESITO
             WHEN RB-NUM-ALLARMI > ZERO
                  ADD 1                  TO RB-TOT-FALSI
                  MOVE 'FALSO ALLARME'   TO W-DETT-ESITO
             WHEN OTHER
                  MOVE 'IN TEMPO'        TO W-DETT-ESITO
           END-EVALUATE
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2000-CONSEGNA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-PREVISIONI: PRIMA E ULTIMA PREVISIONE FATTE MENTRE LA
      *    CONSEGNA ERA ANCORA DA ARRIVARE (ESITO 'T' O 'R'), COLLO
      *    DELL'ULTIMA E NUMERO DI ALLARMI MANDATI
      *----------------------------------------------------------------*
       2100-PREVISIONI.
           MOVE -1                       TO RB-PRIMA RB-ULTIMA
           MOVE SPACE                    TO RB-COLLO
           MOVE ZERO                     TO RB-NUM-ALLARMI
           EXEC SQL SELECT (DAYS(PRV_TS_PREVISTO) -
                            DAYS(DATE(:RB-DATA-NOTTE))) * 86400 +
                           MIDNIGHT_SECONDS(PRV_TS_PREVISTO)
                      INTO :RB-PRIMA
                      FROM T_OP_PREVISIONI
                     WHERE PRV_DATA_ELAB = DATE(:RB-DATA-NOTTE)
                       AND PRV_CONSEGNA  = :RB-CON-CODICE
                       AND PRV_ESITO IN ('T', 'R')
                     ORDER BY PRV_TS_CALCOLO
                     FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE -1                   TO RB-PRIMA
               GO TO 2100-PREVISIONI-X
           END-IF
           EXEC SQL SELECT (DAYS(PRV_TS_PREVISTO) -
                            DAYS(DATE(:RB-DATA-NOTTE))) * 86400 +
                           MIDNIGHT_SECONDS(PRV_TS_PREVISTO),
                           PRV_COLLO
                      INTO :RB-ULTIMA, :RB-COLLO
                      FROM T_OP_PREVISIONI
                     WHERE PRV_DATA_ELAB = DATE(:RB-DATA-NOTTE)
                       AND PRV_CONSEGNA  = :RB-CON-CODICE
                       AND PRV_ESITO IN ('T', 'R')
                     ORDER BY PRV_TS_CALCOLO DESC
                     FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE -1                   TO RB-ULTIMA
               MOVE SPACE                TO RB-COLLO
           END-IF
           EXEC SQL SELECT COUNT(*)
                      INTO :RB-NUM-ALLARMI
                      FROM T_OP_PREVISIONI
                     WHERE PRV_DATA_ELAB = DATE(:RB-DATA-NOTTE)
                       AND PRV_CONSEGNA  = :RB-CON-CODICE
                       AND PRV_ALLARME   = 'S'
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE ZERO                 TO RB-NUM-ALLARMI
           END-IF.
      *----------------------------------------------------------------*
       2100-PREVISIONI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-EFFETTIVA: FINE DEL PROGRAMMA FINALE NELLA NOTTE. PRIMA
      *    IL REGISTRO OP0001K0; PER I FLUSSI LE CHIUSURE VISTE DA
      *    OP0001RA (T_OP_DURATE) E, SE IL PROGRAMMA E' PARTITO E
      *    FINITO TRA DUE SUOI GIRI, LA RIGA DI T_FLU_RUN, CHE FINO
      *    ALLA NOTTE SUCCESSIVA TIENE ANCORA L'ULTIMA CHIUSURA
      *----------------------------------------------------------------*
       2200-EFFETTIVA.
           MOVE -1                       TO RB-EFFETTIVA
           EXEC SQL SELECT COALESCE(MAX((DAYS(REG_DATA_FINE) -
                            DAYS(DATE(:RB-DATA-NOTTE))) * 86400 +
                           MIDNIGHT_SECONDS(REG_DATA_FINE)), -1)
                      INTO :RB-EFFETTIVA
                      FROM T_OP_RUN_REG
                     WHERE REG_PROGRAMMA = :RB-CON-PROGRAMMA
                       AND REG_DATA_ELAB = DATE(:RB-DATA-NOTTE)
                       AND REG_STATO     = 'OK'
           END-EXEC
           IF  SQLCODE = ZERO AND RB-EFFETTIVA NOT < ZERO
           THEN
               GO TO 2200-EFFETTIVA-X
           END-IF
           EXEC SQL SELECT COALESCE(MAX((DAYS(DUR_TS_FINE) -
                            DAYS(DATE(:RB-DATA-NOTTE))) * 86400 +
                           MIDNIGHT_SECONDS(DUR_TS_FINE)), -1)
                      INTO :RB-EFFETTIVA
                      FROM T_OP_DURATE
                     WHERE DUR_PROGRAMMA = :RB-CON-PROGRAMMA
                       AND DUR_DATA_ELAB = DATE(:RB-DATA-NOTTE)
           END-EXEC
           IF  SQLCODE = ZERO AND RB-EFFETTIVA NOT < ZERO
           THEN
               GO TO 2200-EFFETTIVA-X
           END-IF
           EXEC SQL SELECT (DAYS(RUN_DT_ULT_ESEC) -
                            DAYS(DATE(:RB-DATA-NOTTE))) * 86400 +
                           MIDNIGHT_SECONDS(RUN_DT_ULT_ESEC)
                      INTO :RB-EFFETTIVA
                      FROM T_FLU_RUN
                     WHERE RUN_PROGRAMMA    = :RB-CON-PROGRAMMA
                       AND RUN_STATO        = 'OK'
                       AND RUN_DT_ULT_ESEC >=
                           TIMESTAMP(DATE(:RB-DATA-NOTTE), '00:00:00')
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE -1                   TO RB-EFFETTIVA
           END-IF.
      *----------------------------------------------------------------*
       2200-EFFETTIVA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2900-FORMATTA-ORA: COME 5900-FORMATTA-ORA DI OP0001RA
      *----------------------------------------------------------------*
       2900-FORMATTA-ORA.
           DIVIDE RB-SEC-FMT BY 86400 GIVING RB-RESTO-FMT
           IF  RB-RESTO-FMT > 9
           THEN
               MOVE 9                    TO RB-GG-FMT
           ELSE
               MOVE RB-RESTO-FMT         TO RB-GG-FMT
           END-IF
           COMPUTE RB-RESTO-FMT = RB-SEC-FMT - RB-GG-FMT * 86400
           IF  RB-RESTO-FMT > 86399
           THEN
               MOVE 86399                TO RB-RESTO-FMT
           END-IF
           COMPUTE RB-FMT-HH = RB-RESTO-FMT / 3600
           COMPUTE RB-FMT-MM = (RB-RESTO-FMT - RB-FMT-HH * 3600) / 60
           IF  RB-GG-FMT = ZERO
           THEN
               MOVE SPACE                TO RB-FMT-PRE RB-FMT-GG
           ELSE
               MOVE 'G+'                 TO RB-FMT-PRE
               MOVE RB-GG-FMT            TO RB-FMT-GG
           END-IF.
      *----------------------------------------------------------------*
       2900-FORMATTA-ORA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RB-TOT-CONSEGNE          TO W-TOT-CONSEGNE
           MOVE RB-TOT-RITARDI           TO W-TOT-RITARDI
           MOVE RB-TOT-NON-PREVISTI      TO W-TOT-NON-PREVISTI
           MOVE RB-TOT-FALSI             TO W-TOT-FALSI
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RPT-OP0001-CONFRONTO.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM OP0001RB *******************************
