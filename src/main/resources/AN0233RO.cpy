      ******************************************************************
      *                        AN0233RO                                *
      *                                                                *
      *  PROCEDURA    : ANAGRAFE GENERALE - PARTI CORRELATE            *
      *  DESCRIZIONE  : RENDICONTO MENSILE PER IL COMITATO DI          *
      *                 COMPLIANCE DELLE OPERAZIONI CON PARTI          *
      *                 CORRELATE DEL MESE PRECEDENTE: PRATICHE DFAX   *
      *                 (SEGNALATE DA D05223A0) E BONIFICI (SEGNALATI  *
      *                 DA AN0233RN) REGISTRATI SU                     *
      *                 T_ANA_PARTI_CORR_OPE, IN ORDINE DI IMPORTO     *
      *                 DECRESCENTE, CON RUOLO E RELAZIONE DELLA PARTE *
      *                 E STATO DELLA DELIBERA DEL CONSIGLIO. IN CODA  *
      *                 I TOTALI PER TIPO E LE OPERAZIONI SENZA        *
      *                 DELIBERA (MANCANTE O NEGATA)                   *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ANAGRAFE           *
      *  INPUT        : T_ANA_PARTI_CORR_OPE, T_ANA_NDG (DB2)          *
      *  OUTPUT       : REPORT SU RPT-ANA-PCO                          *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - RENDICONTO MENSILE DELLE OPERAZIONI  *
      *           CON PARTI CORRELATE                                  *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     AN0233RO.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT RPT-ANA-PCO       ASSIGN  TO  RPTANPCO
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  RPT-ANA-PCO
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *    MESE DI RIFERIMENTO, DATE AAAAMMGG COME OPE_DT_OPER
       01  RO-DA                         PIC  X(08)  VALUE SPACE.
       01  RO-A                          PIC  X(08)  VALUE SPACE.
      *
       01  RO-TIPO                       PIC  X(01)  VALUE SPACE.
       01  RO-RIF                        PIC  X(35)  VALUE SPACE.
       01  RO-NDG                        PIC  X(12)  VALUE SPACE.
       01  RO-COGN                       PIC  X(40)  VALUE SPACE.
       01  RO-RUOLO                      PIC  X(02)  VALUE SPACE.
       01  RO-RELAZIONE                  PIC  X(01)  VALUE SPACE.
       01  RO-DT-OPER                    PIC  X(08)  VALUE SPACE.
       01  RO-DELIBERA                   PIC  X(01)  VALUE SPACE.
      *    IMPORTI IN CENTESIMI DI EURO, COME BE00TBMO
       01  RO-IMPORTO                    PIC S9(18)  COMP-3 VALUE ZERO.
       01  RO-EURO                       PIC S9(16)V99 COMP-3
                                         VALUE ZERO.
      *
       01  SW-FINE-OPE                   PIC  X(01)  VALUE 'N'.
           88  FINE-OPE                              VALUE 'S'.
      *
       01  RO-TOT-OPERAZIONI             PIC S9(09)  COMP-3 VALUE ZERO.
       01  RO-TOT-PRATICHE               PIC S9(09)  COMP-3 VALUE ZERO.
       01  RO-TOT-BONIFICI               PIC S9(09)  COMP-3 VALUE ZERO.
       01  RO-TOT-SENZA-DEL              PIC S9(09)  COMP-3 VALUE ZERO.
       01  RO-IMP-TOTALE                 PIC S9(18)  COMP-3 VALUE ZERO.
       01  RO-IMP-PRATICHE               PIC S9(18)  COMP-3 VALUE ZERO.
       01  RO-IMP-BONIFICI               PIC S9(18)  COMP-3 VALUE ZERO.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'ANAGRAFE - OPERAZIONI CON PARTI CORRELATE - '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(78)  VALUE SPACE.
      *
       01  W-RIGA-TESTATA2.
           02  FILLER                    PIC  X(44)  VALUE
               'TIPO      RIFERIMENTO                       '.
           02  FILLER                    PIC  X(44)  VALUE
               '   NDG           NOMINATIVO           RUOLO '.
           02  FILLER                    PIC  X(44)  VALUE
               'REL DATA OPER.        IMPORTO EUR  DELIBERA '.
      *
       01  W-RIGA-DETT.
           02  W-DETT-TIPO               PIC  X(08).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-RIF                PIC  X(35).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-NDG                PIC  X(12).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-COGN               PIC  X(19).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-RUOLO              PIC  X(02).
           02  FILLER                    PIC  X(04)  VALUE SPACE.
           02  W-DETT-RELAZIONE          PIC  X(01).
           02  FILLER                    PIC  X(03)  VALUE SPACE.
           02  W-DETT-DATA               PIC  X(10).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DETT-IMPORTO            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-DELIBERA           PIC  X(09).
      *
       01  W-RIGA-TOTALI1.
           02  FILLER                    PIC  X(20)  VALUE
               'OPERAZIONI:         '.
           02  W-TOT-OPERAZIONI          PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  PRATICHE:         '.
           02  W-TOT-PRATICHE            PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  BONIFICI:         '.
           02  W-TOT-BONIFICI            PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  SENZA DELIBERA:   '.
           02  W-TOT-SENZA-DEL           PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(08)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI2.
           02  FILLER                    PIC  X(20)  VALUE
               'IMPORTO TOTALE:     '.
           02  W-IMP-TOTALE              PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(20)  VALUE
               '  DI CUI PRATICHE:  '.
           02  W-IMP-PRATICHE            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(20)  VALUE
               '  DI CUI BONIFICI:  '.
           02  W-IMP-BONIFICI            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(18)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    OPERAZIONI DEL MESE, DALLA PIU' RILEVANTE
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-OPE CURSOR FOR
               SELECT  OPE.OPE_TIPO, OPE.OPE_RIF, OPE.OPE_NDG,
                       COALESCE(ANA.ANA_COGN, ' '),
                       OPE.OPE_RUOLO, OPE.OPE_RELAZIONE,
                       OPE.OPE_IMPORTO, OPE.OPE_DT_OPER,
                       OPE.OPE_DELIBERA
                 FROM  T_ANA_PARTI_CORR_OPE OPE
                 LEFT OUTER JOIN T_ANA_NDG ANA
                   ON  ANA.ANA_NDG = OPE.OPE_NDG
                WHERE  OPE.OPE_DT_OPER BETWEEN :RO-DA AND :RO-A
                ORDER BY OPE.OPE_IMPORTO DESC, OPE.OPE_DT_OPER,
                         OPE.OPE_RIF
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-OPERAZIONE       THRU 2000-OPERAZIONE-X
                   UNTIL FINE-OPE
           PERFORM 9000-FINALIZZA        THRU 9000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN OUTPUT RPT-ANA-PCO
      *    MESE SOLARE PRECEDENTE ALLA DATA DI ELABORAZIONE
           EXEC SQL
                VALUES (REPLACE(CHAR(CURRENT DATE
                                     - (DAY(CURRENT DATE) - 1) DAYS
                                     - 1 MONTH, ISO), '-', ''),
                        REPLACE(CHAR(CURRENT DATE
                                     - DAY(CURRENT DATE) DAYS, ISO),
                                '-', ''))
                  INTO :RO-DA, :RO-A
           END-EXEC
           MOVE SPACE                    TO W-T1-DATA
           MOVE RO-DA(1:4)               TO W-T1-DATA(1:4)
           MOVE '-'                      TO W-T1-DATA(5:1)
           MOVE RO-DA(5:2)               TO W-T1-DATA(6:2)
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TESTATA2          TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-OPE END-EXEC.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2000-OPERAZIONE.
           EXEC SQL FETCH CURS-OPE
                    INTO :RO-TIPO, :RO-RIF, :RO-NDG, :RO-COGN,
                         :RO-RUOLO, :RO-RELAZIONE, :RO-IMPORTO,
                         :RO-DT-OPER, :RO-DELIBERA
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-OPE              TO TRUE
               EXEC SQL CLOSE CURS-OPE END-EXEC
               GO TO 2000-OPERAZIONE-X
           END-IF
           ADD 1                         TO RO-TOT-OPERAZIONI
           ADD RO-IMPORTO                TO RO-IMP-TOTALE
           IF  RO-TIPO = 'P'
           THEN
               MOVE 'PRATICA'            TO W-DETT-TIPO
               ADD 1                     TO RO-TOT-PRATICHE
               ADD RO-IMPORTO            TO RO-IMP-PRATICHE
           ELSE
               MOVE 'BONIFICO'           TO W-DETT-TIPO
               ADD 1                     TO RO-TOT-BONIFICI
               ADD RO-IMPORTO            TO RO-IMP-BONIFICI
           END-IF
      *    DELIBERA: N NON RICHIESTA, A APPROVATA, M MANCANTE, R NEGATA
           EVALUATE RO-DELIBERA
               WHEN 'A'
                   MOVE 'APPROVATA'      TO W-DETT-DELIBERA
               WHEN 'M'
                   MOVE 'MANCANTE'       TO W-DETT-DELIBERA
                   ADD 1                 TO RO-TOT-SENZA-DEL
               WHEN 'R'
                   MOVE 'NEGATA'         TO W-DETT-DELIBERA
                   ADD 1                 TO RO-TOT-SENZA-DEL
               WHEN OTHER
                   MOVE '-'              TO W-DETT-DELIBERA
           END-EVALUATE
           MOVE RO-RIF                   TO W-DETT-RIF
           MOVE RO-NDG                   TO W-DETT-NDG
           MOVE RO-COGN                  TO W-DETT-COGN
           MOVE RO-RUOLO                 TO W-DETT-RUOLO
           MOVE RO-RELAZIONE             TO W-DETT-RELAZIONE
           MOVE SPACE                    TO W-DETT-DATA
           MOVE RO-DT-OPER(1:4)          TO W-DETT-DATA(1:4)
           MOVE '-'                      TO W-DETT-DATA(5:1)
           MOVE RO-DT-OPER(5:2)          TO W-DETT-DATA(6:2)
           MOVE '-'                      TO W-DETT-DATA(8:1)
           MOVE RO-DT-OPER(7:2)          TO W-DETT-DATA(9:2)
           COMPUTE RO-EURO = RO-IMPORTO / 100
           MOVE RO-EURO                  TO W-DETT-IMPORTO
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2000-OPERAZIONE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RO-TOT-OPERAZIONI        TO W-TOT-OPERAZIONI
           MOVE RO-TOT-PRATICHE          TO W-TOT-PRATICHE
           MOVE RO-TOT-BONIFICI          TO W-TOT-BONIFICI
           MOVE RO-TOT-SENZA-DEL         TO W-TOT-SENZA-DEL
           MOVE W-RIGA-TOTALI1           TO RPT-RIGA
           WRITE RPT-RIGA
           COMPUTE RO-EURO = RO-IMP-TOTALE / 100
           MOVE RO-EURO                  TO W-IMP-TOTALE
           COMPUTE RO-EURO = RO-IMP-PRATICHE / 100
           MOVE RO-EURO                  TO W-IMP-PRATICHE
           COMPUTE RO-EURO = RO-IMP-BONIFICI / 100
           MOVE RO-EURO                  TO W-IMP-BONIFICI
           MOVE W-RIGA-TOTALI2           TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RPT-ANA-PCO.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM AN0233RO *******************************
