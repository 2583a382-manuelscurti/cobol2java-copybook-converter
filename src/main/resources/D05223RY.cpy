      ******************************************************************
      *                        D05223RY                                *
      *                                                                *
      *  PROCEDURA    : DFAX A SERVIZI - ESPOSIZIONE PLAFOND DEALER    *
      *  DESCRIZIONE  : FOTOGRAFIA INFRAGIORNALIERA, PER IL RISCHIO    *
      *                 DI CREDITO, DELL'EROGATO AI DEALER (BONIFICI   *
      *                 DFAX AL VDR, T_DFAX_BONIF TIPO 'D') NELLA      *
      *                 GIORNATA E NEI 7 GIORNI MOBILI, CONFRONTATO    *
      *                 CON IL PLAFOND DEL VDR O, IN MANCANZA, CON     *
      *                 QUELLO DI DEFAULT DEL TIPO VDR                 *
      *                 (T_DFAX_PLAFOND). SEGNALA I VDR OLTRE LIMITE   *
      *                 O GIA' ALL'80%, ELENCA I BONIFICI FERMI IN     *
      *                 ATTESA DI DECISIONE (T_DFAX_HOLD_PLAF 'H') E   *
      *                 LE DECISIONI PRESE IN GIORNATA CON D05223I4.   *
      *                 COME BE300RJ GIRA PIU' VOLTE AL GIORNO SULLA   *
      *                 DATA CORRENTE E NON PASSA DAL REGISTRO CORSE   *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : T_DFAX_BONIF, BE00TBMO, T_DFAX_PLAFOND,        *
      *                 T_DFAX_HOLD_PLAF, TBVDVDR (DB2)                *
      *  OUTPUT       : REPORT SU RPT-DFAX-PLAFOND                     *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - ESPOSIZIONE DEI DEALER RISPETTO AL   *
      *           PLAFOND GIORNALIERO E SETTIMANALE                    *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223RY.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT RPT-DFAX-PLAFOND  ASSIGN  TO  RPTDFPLA
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  RPT-DFAX-PLAFOND
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  RY-DATA-OGGI                  PIC  X(10)  VALUE SPACE.
       01  RY-ORA                        PIC  X(08)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    SOGLIA DI PREALLARME IN PERCENTUALE DEL PLAFOND
      *----------------------------------------------------------------*
       01  RY-SOGLIA-PERC                PIC S9(03)  COMP-3 VALUE 80.
      *
      *----------------------------------------------------------------*
      *    ESPOSIZIONE DEL VDR (IMPORTI BE00TBMO IN CENTESIMI)
      *----------------------------------------------------------------*
       01  RY-VDR                        PIC  9(07)  VALUE ZERO.
       01  RY-TIPVDR                     PIC  X(01)  VALUE SPACE.
       01  RY-EROG-GG                    PIC S9(16)  COMP-3 VALUE ZERO.
       01  RY-EROG-SETT                  PIC S9(16)  COMP-3 VALUE ZERO.
       01  RY-NUM-FERMI                  PIC S9(09)  COMP-3 VALUE ZERO.
       01  RY-IMP-FERMI                  PIC S9(16)  COMP-3 VALUE ZERO.
       01  RY-LIM-GG                   PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  RY-LIM-SETT                 PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  RY-PERC-GG                    PIC S9(05)  COMP-3 VALUE ZERO.
       01  RY-PERC-SETT                  PIC S9(05)  COMP-3 VALUE ZERO.
       01  RY-FONTE-LIM                  PIC  X(01)  VALUE SPACE.
           88  RY-LIM-VDR                            VALUE 'V'.
           88  RY-LIM-TIPO                           VALUE 'T'.
           88  RY-LIM-NESSUNO                        VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    FERMO APERTO O DECISO
      *----------------------------------------------------------------*
       01  RY-H-NUM-PRA                  PIC  9(14)  VALUE ZERO.
       01  RY-H-VDR                      PIC  9(07)  VALUE ZERO.
       01  RY-H-IMPORTO                  PIC S9(16)  COMP-3 VALUE ZERO.
       01  RY-H-MOTIVO                   PIC  X(01)  VALUE SPACE.
       01  RY-H-STATO                    PIC  X(01)  VALUE SPACE.
       01  RY-H-UTENTE                   PIC  X(08)  VALUE SPACE.
       01  RY-H-DATA                     PIC  X(26)  VALUE SPACE.
      *
       01  SW-FINE-ESPOS                 PIC  X(01)  VALUE 'N'.
           88  FINE-ESPOS                            VALUE 'S'.
       01  SW-FINE-FERMI                 PIC  X(01)  VALUE 'N'.
           88  FINE-FERMI                            VALUE 'S'.
       01  SW-FINE-ESITI                 PIC  X(01)  VALUE 'N'.
           88  FINE-ESITI                            VALUE 'S'.
      *
       01  RY-TOT-VDR                    PIC S9(05)  COMP-3 VALUE ZERO.
       01  RY-TOT-OLTRE                  PIC S9(05)  COMP-3 VALUE ZERO.
       01  RY-TOT-SOGLIA                 PIC S9(05)  COMP-3 VALUE ZERO.
       01  RY-TOT-FERMI                  PIC S9(05)  COMP-3 VALUE ZERO.
       01  RY-TOT-ESITI                  PIC S9(05)  COMP-3 VALUE ZERO.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                PIC  X(40)  VALUE
               'DFAX - ESPOSIZIONE PLAFOND DEALER DEL'.
           02  W-T1-DATA             PIC  X(10).
           02  FILLER                PIC  X(07)  VALUE ' ORE  '.
           02  W-T1-ORA              PIC  X(08).
           02  FILLER                PIC  X(67)  VALUE SPACE.
      *
       01  W-RIGA-SEZ1               PIC  X(132) VALUE
           'EROGATO AI DEALER: GIORNATA E 7 GIORNI MOBILI (FERMI ESCLUSI
      -    ')'.
       01  W-RIGA-SEZ2               PIC  X(132) VALUE
           'BONIFICI FERMI IN ATTESA DI DECISIONE DEL RISCHIO CREDITO'.
       01  W-RIGA-SEZ3               PIC  X(132) VALUE
           'DECISIONI PRESE IN GIORNATA'.
      *
       01  W-RIGA-INTEST1.
           02  FILLER                PIC  X(132) VALUE
           '    VDR T      EROGATO OGGI   PLAFOND GIORNO  %   EROGATO 7
      -    ' GIORNI  PLAFOND SETTIMANA  %  FERMI   IMPORTO FERMI'.
      *
       01  W-RIGA-ESPOS.
           02  W-ESP-VDR             PIC  9(07).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-ESP-FONTE           PIC  X(01).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-ESP-EROG-GG         PIC  Z.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-ESP-LIM-GG          PIC  Z.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-ESP-PERC-GG         PIC  ZZZ9.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-ESP-EROG-SETT       PIC  Z.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-ESP-LIM-SETT        PIC  Z.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-ESP-PERC-SETT       PIC  ZZZ9.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-ESP-NUM-FERMI       PIC  ZZZ9.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-ESP-IMP-FERMI       PIC  Z.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-ESP-SEGNALE         PIC  X(20).
      *
       01  W-RIGA-FERMO.
           02  W-FER-NUM-PRA         PIC  9(14).
           02  FILLER                PIC  X(06)  VALUE '  VDR '.
           02  W-FER-VDR             PIC  9(07).
           02  FILLER                PIC  X(10)  VALUE '  IMPORTO '.
           02  W-FER-IMPORTO         PIC  Z.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-FER-MOTIVO          PIC  X(20).
           02  FILLER                PIC  X(07)  VALUE '  DAL  '.
           02  W-FER-DATA            PIC  X(19).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-FER-ESITO           PIC  X(10).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-FER-UTENTE          PIC  X(08).
           02  FILLER                PIC  X(09)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                PIC  X(13)  VALUE 'VDR ATTIVI: '.
           02  W-TOT-VDR             PIC  ZZ.ZZ9.
           02  FILLER                PIC  X(17)  VALUE
               '  OLTRE PLAFOND: '.
           02  W-TOT-OLTRE           PIC  ZZ.ZZ9.
           02  FILLER                PIC  X(16)  VALUE
               '  OLTRE SOGLIA: '.
           02  W-TOT-SOGLIA          PIC  ZZ.ZZ9.
           02  FILLER                PIC  X(16)  VALUE
               '  FERMI APERTI: '.
           02  W-TOT-FERMI           PIC  ZZ.ZZ9.
           02  FILLER                PIC  X(13)  VALUE
               '  DECISIONI: '.
           02  W-TOT-ESITI           PIC  ZZ.ZZ9.
           02  FILLER                PIC  X(27)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    EROGATO AI DEALER NEI 7 GIORNI MOBILI. I MOVIMENTI FERMI
      *    ('F') NON CONTANO FINCHE' NON VENGONO RILASCIATI, COME NEL
      *    CONTROLLO DI D05223A0, MA SONO ESPOSTI A PARTE
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-ESPOS CURSOR FOR
               SELECT  BON.BON_VDR,
                       COALESCE(SUM(CASE WHEN DATE(BON.BON_DATA_INS)
                                              = CURRENT DATE
                                         AND MO.STATO_MOV <> 'F'
                                    THEN MO.IMPORTO
                                    ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN MO.STATO_MOV <> 'F'
                                    THEN MO.IMPORTO
                                    ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN MO.STATO_MOV = 'F'
                                    THEN 1
                                    ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN MO.STATO_MOV = 'F'
                                    THEN MO.IMPORTO
                                    ELSE 0 END), 0)
                 FROM  T_DFAX_BONIF BON, BE00TBMO MO
                WHERE  BON.BON_TIPO_MOV = 'D'
                  AND  BON.BON_VDR     <> 0
                  AND  DATE(BON.BON_DATA_INS) >= CURRENT DATE - 6 DAYS
                  AND  MO.ISTITUTO      = 100
                  AND  MO.NUM_DIST      = BON.BON_NUM_DIST
                  AND  MO.NUM_MOV       = BON.BON_NUM_MOV
                  AND  MO.STATO_MOV    <> 'X'
                GROUP BY BON.BON_VDR
                ORDER BY BON.BON_VDR
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    FERMI ANCORA APERTI, DAL PIU' VECCHIO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-FERMI CURSOR FOR
               SELECT  HPL_NUM_PRA, HPL_VDR, HPL_IMPORTO, HPL_MOTIVO,
                       HPL_STATO, ' ', CHAR(HPL_DATA_INS)
                 FROM  T_DFAX_HOLD_PLAF
                WHERE  HPL_STATO = 'H'
                ORDER BY HPL_DATA_INS
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    FERMI RILASCIATI ('R') O RIFIUTATI ('X') OGGI
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-ESITI CURSOR FOR
               SELECT  HPL_NUM_PRA, HPL_VDR, HPL_IMPORTO, HPL_MOTIVO,
                       HPL_STATO, HPL_UTENTE, CHAR(HPL_DATA_ESITO)
                 FROM  T_DFAX_HOLD_PLAF
                WHERE  HPL_STATO IN ('R', 'X')
                  AND  DATE(HPL_DATA_ESITO) = CURRENT DATE
                ORDER BY HPL_DATA_ESITO
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           EXEC SQL OPEN CURS-ESPOS END-EXEC
           PERFORM 2000-ESPOSIZIONE      THRU 2000-ESPOSIZIONE-X
                   UNTIL FINE-ESPOS
           EXEC SQL CLOSE CURS-ESPOS END-EXEC
           PERFORM 3000-FERMI-APERTI     THRU 3000-FERMI-APERTI-X
           PERFORM 4000-ESITI-GIORNO     THRU 4000-ESITI-GIORNO-X
           PERFORM 5000-FINALIZZA        THRU 5000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN OUTPUT RPT-DFAX-PLAFOND
           EXEC SQL
                VALUES (CHAR(CURRENT DATE, ISO),
                        CHAR(CURRENT TIME, ISO))
                  INTO :RY-DATA-OGGI, :RY-ORA
           END-EXEC
           MOVE RY-DATA-OGGI             TO W-T1-DATA
           MOVE RY-ORA                   TO W-T1-ORA
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
       2000-ESPOSIZIONE.
           EXEC SQL FETCH CURS-ESPOS
                    INTO :RY-VDR, :RY-EROG-GG, :RY-EROG-SETT,
                         :RY-NUM-FERMI, :RY-IMP-FERMI
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-ESPOS            TO TRUE
               GO TO 2000-ESPOSIZIONE-X
           END-IF
           ADD 1                         TO RY-TOT-VDR
           PERFORM 2100-CERCA-PLAFOND    THRU 2100-CERCA-PLAFOND-X
      *
           MOVE SPACE                    TO W-RIGA-ESPOS
           MOVE RY-VDR                   TO W-ESP-VDR
           MOVE RY-FONTE-LIM             TO W-ESP-FONTE
           COMPUTE W-ESP-EROG-GG   = RY-EROG-GG / 100
           COMPUTE W-ESP-EROG-SETT = RY-EROG-SETT / 100
           MOVE RY-LIM-GG                TO W-ESP-LIM-GG
           MOVE RY-LIM-SETT              TO W-ESP-LIM-SETT
           MOVE RY-NUM-FERMI             TO W-ESP-NUM-FERMI
           COMPUTE W-ESP-IMP-FERMI = RY-IMP-FERMI / 100
      *
      *    PERCENTUALE DI UTILIZZO (LIMITI IN EURO, EROGATO IN CENT.)
           MOVE ZERO                     TO RY-PERC-GG RY-PERC-SETT
           IF  RY-LIM-GG > ZERO
           THEN
               COMPUTE RY-PERC-GG   = RY-EROG-GG / RY-LIM-GG
           END-IF
           IF  RY-LIM-SETT > ZERO
           THEN
               COMPUTE RY-PERC-SETT = RY-EROG-SETT / RY-LIM-SETT
           END-IF
           MOVE RY-PERC-GG               TO W-ESP-PERC-GG
           MOVE RY-PERC-SETT             TO W-ESP-PERC-SETT
      *
           EVALUATE TRUE
             WHEN RY-LIM-NESSUNO
                  MOVE 'SENZA PLAFOND'   TO W-ESP-SEGNALE
             WHEN RY-PERC-GG > 100
             WHEN RY-PERC-SETT > 100
                  MOVE '** OLTRE PLAFOND **'
                                         TO W-ESP-SEGNALE
                  ADD 1                  TO RY-TOT-OLTRE
             WHEN RY-PERC-GG NOT < RY-SOGLIA-PERC
             WHEN RY-PERC-SETT NOT < RY-SOGLIA-PERC
                  MOVE 'OLTRE SOGLIA 80%'
                                         TO W-ESP-SEGNALE
                  ADD 1                  TO RY-TOT-SOGLIA
             WHEN RY-NUM-FERMI > ZERO
                  MOVE 'FERMI DA DECIDERE'
                                         TO W-ESP-SEGNALE
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           MOVE W-RIGA-ESPOS             TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2000-ESPOSIZIONE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-CERCA-PLAFOND: STESSA RICERCA DI D05223A0, PRIMA IL
      *    PLAFOND DEL VDR E POI IL DEFAULT DEL SUO TIPO (PLA_VDR 0)
      *----------------------------------------------------------------*
       2100-CERCA-PLAFOND.
           MOVE ZERO                     TO RY-LIM-GG RY-LIM-SETT
           MOVE SPACE                    TO RY-TIPVDR
           SET RY-LIM-VDR                TO TRUE
           EXEC SQL SELECT PLA_LIM_GG, PLA_LIM_SETT
                      INTO :RY-LIM-GG, :RY-LIM-SETT
                      FROM T_DFAX_PLAFOND
                     WHERE PLA_VDR = :RY-VDR
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               GO TO 2100-CERCA-PLAFOND-X
           END-IF
      *
           SET RY-LIM-TIPO               TO TRUE
           EXEC SQL SELECT TVDTIPVDR
                      INTO :RY-TIPVDR
                      FROM TBVDVDR
                     WHERE TVDAGR = :RY-VDR
           END-EXEC
           EXEC SQL SELECT PLA_LIM_GG, PLA_LIM_SETT
                      INTO :RY-LIM-GG, :RY-LIM-SETT
                      FROM T_DFAX_PLAFOND
                     WHERE PLA_VDR    = 0
                       AND PLA_TIPVDR = :RY-TIPVDR
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE ZERO                 TO RY-LIM-GG RY-LIM-SETT
               SET RY-LIM-NESSUNO        TO TRUE
           END-IF.
      *----------------------------------------------------------------*
       2100-CERCA-PLAFOND-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-FERMI-APERTI.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ2              TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-FERMI END-EXEC
           PERFORM 3100-RIGA-FERMO       THRU 3100-RIGA-FERMO-X
                   UNTIL FINE-FERMI
           EXEC SQL CLOSE CURS-FERMI END-EXEC.
      *----------------------------------------------------------------*
       3000-FERMI-APERTI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3100-RIGA-FERMO.
           EXEC SQL FETCH CURS-FERMI
                    INTO :RY-H-NUM-PRA, :RY-H-VDR, :RY-H-IMPORTO,
                         :RY-H-MOTIVO, :RY-H-STATO, :RY-H-UTENTE,
                         :RY-H-DATA
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-FERMI            TO TRUE
               GO TO 3100-RIGA-FERMO-X
           END-IF
           ADD 1                         TO RY-TOT-FERMI
           PERFORM 3500-SCRIVI-FERMO     THRU 3500-SCRIVI-FERMO-X.
      *----------------------------------------------------------------*
       3100-RIGA-FERMO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3500-SCRIVI-FERMO.
           MOVE SPACE                    TO W-RIGA-FERMO
           MOVE RY-H-NUM-PRA             TO W-FER-NUM-PRA
           MOVE RY-H-VDR                 TO W-FER-VDR
           COMPUTE W-FER-IMPORTO = RY-H-IMPORTO / 100
           EVALUATE RY-H-MOTIVO
             WHEN 'G'
                  MOVE 'PLAFOND GIORNALIERO' TO W-FER-MOTIVO
             WHEN 'S'
                  MOVE 'PLAFOND SETTIMANALE' TO W-FER-MOTIVO
             WHEN OTHER
                  MOVE 'PLAFOND NON VERIF.'  TO W-FER-MOTIVO
           END-EVALUATE
           MOVE RY-H-DATA(1:19)          TO W-FER-DATA
           EVALUATE RY-H-STATO
             WHEN 'R'
                  MOVE 'RILASCIATO'      TO W-FER-ESITO
             WHEN 'X'
                  MOVE 'RIFIUTATO'       TO W-FER-ESITO
             WHEN OTHER
                  MOVE 'IN ATTESA'       TO W-FER-ESITO
           END-EVALUATE
           MOVE RY-H-UTENTE              TO W-FER-UTENTE
           MOVE W-RIGA-FERMO             TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       3500-SCRIVI-FERMO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4000-ESITI-GIORNO.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ3              TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-ESITI END-EXEC
           PERFORM 4100-RIGA-ESITO       THRU 4100-RIGA-ESITO-X
                   UNTIL FINE-ESITI
           EXEC SQL CLOSE CURS-ESITI END-EXEC.
      *----------------------------------------------------------------*
       4000-ESITI-GIORNO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4100-RIGA-ESITO.
           EXEC SQL FETCH CURS-ESITI
                    INTO :RY-H-NUM-PRA, :RY-H-VDR, :RY-H-IMPORTO,
                         :RY-H-MOTIVO, :RY-H-STATO, :RY-H-UTENTE,
                         :RY-H-DATA
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-ESITI            TO TRUE
               GO TO 4100-RIGA-ESITO-X
           END-IF
           ADD 1                         TO RY-TOT-ESITI
           PERFORM 3500-SCRIVI-FERMO     THRU 3500-SCRIVI-FERMO-X.
      *----------------------------------------------------------------*
       4100-RIGA-ESITO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5000-FINALIZZA.
           MOVE RY-TOT-VDR               TO W-TOT-VDR
           MOVE RY-TOT-OLTRE             TO W-TOT-OLTRE
           MOVE RY-TOT-SOGLIA            TO W-TOT-SOGLIA
           MOVE RY-TOT-FERMI             TO W-TOT-FERMI
           MOVE RY-TOT-ESITI             TO W-TOT-ESITI
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RPT-DFAX-PLAFOND.
      *----------------------------------------------------------------*
       5000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM D05223RY *******************************
