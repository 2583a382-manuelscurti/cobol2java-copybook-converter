      ******************************************************************
      *                        BE300S2                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - BONIFICI PARLANTI          *
      *  DESCRIZIONE  : CERTIFICAZIONE ANNUALE DELLE RITENUTE SUI     *
      *                 BONIFICI PARLANTI PER BENEFICIARIO, DAL       *
      *                 REGISTRO T_BE_RIT_PARLANTI (VEDI BE300S1):    *
      *                  - UN RECORD 'D' PER BENEFICIARIO (PARTITA    *
      *                    IVA O CODICE FISCALE) CON NUMERO DI        *
      *                    BONIFICI, IMPORTO ACCREDITATO, IMPONIBILE  *
      *                    E RITENUTA DELL'ANNO (DATA DI ACCREDITO),  *
      *                    CODICE TRIBUTO 1039                        *
      *                  - TESTA 'H' E CODA 'T' CON I CONTATORI       *
      *                 IMPORTI IN CENTESIMI. IL REPORT RIPORTA GLI   *
      *                 STESSI TOTALI PER IL CONTROLLO DELL'UFFICIO   *
      *                 FISCALE, CON LE RIGHE ANOMALE DA SISTEMARE    *
      *                 PRIMA DELL'INVIO                              *
      *                 PARAMETRI (PARBERPC, POSIZIONALI, ZERO=DEF.): *
      *                  01-04 ANNO DI RIFERIMENTO (ANNO PRECEDENTE A *
      *                        QUELLO DI ELABORAZIONE)                *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : PARBERPC (ANNO), T_BE_RIT_PARLANTI (DB2)      *
      *  OUTPUT       : CERTIFICAZIONE SU CERTRPA, REPORT SU          *
      *                 RPT-BE300-RPC                                 *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - CERTIFICAZIONE ANNUALE DELLE         *
      *           RITENUTE SUI BONIFICI PARLANTI PER BENEFICIARIO      *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300S2.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT PAR-FILE          ASSIGN  TO  PARBERPC
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT CER-FILE          ASSIGN  TO  CERTRPA
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-BE300-RPC     ASSIGN  TO  RPTBERPC
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  PAR-FILE
           RECORDING MODE IS F.
       01  PAR-RECORD.
           02  PAR-ANNO                 PIC  9(04).
           02  FILLER                   PIC  X(76).
      *
      *----------------------------------------------------------------*
      *    CERTIFICAZIONE: TESTA ('H'), BENEFICIARIO ('D') E CODA ('T')
      *    SULLO STESSO TRACCIATO DI 200 BYTE
      *----------------------------------------------------------------*
       FD  CER-FILE
           RECORDING MODE IS F.
       01  CER-RECORD.
           02  CER-TIPO-REC             PIC  X(01).
           02  CER-ANNO                 PIC  9(04).
           02  CER-BEN-ID               PIC  X(16).
           02  CER-BEN-NDG              PIC  X(12).
           02  CER-BEN-ANAG             PIC  X(70).
           02  CER-COD-TRIBUTO          PIC  X(04).
           02  CER-NUM-BONIFICI         PIC  9(07).
           02  CER-IMPORTO              PIC  9(13).
           02  CER-BASE                 PIC  9(13).
           02  CER-RITENUTA             PIC  9(13).
           02  CER-NUM-ANOMALI          PIC  9(07).
           02  FILLER                   PIC  X(40).
       01  CER-TESTA.
           02  CER-T-TIPO-REC           PIC  X(01).
           02  CER-T-ANNO               PIC  9(04).
           02  CER-T-DATA-CREAZ         PIC  X(10).
           02  CER-T-NUM-RECORD         PIC  9(09).
           02  CER-T-RITENUTA           PIC  9(13).
           02  FILLER                   PIC  X(163).
      *
       FD  RPT-BE300-RPC
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  S2-DATA-ELAB                  PIC  X(10)  VALUE SPACE.
       01  S2-ANNO                       PIC  9(04)  VALUE ZERO.
       01  S2-ANNO-X REDEFINES S2-ANNO   PIC  X(04).
      *
      *----------------------------------------------------------------*
      *    BENEFICIARIO IN LETTURA
      *----------------------------------------------------------------*
       01  S2-BEN-ID                     PIC  X(16)  VALUE SPACE.
       01  S2-BEN-NDG                    PIC  X(12)  VALUE SPACE.
       01  S2-BEN-ANAG                   PIC  X(70)  VALUE SPACE.
       01  S2-NUM                        PIC S9(07)  COMP-3 VALUE ZERO.
       01  S2-IMPORTO                    PIC S9(18)  COMP-3 VALUE ZERO.
       01  S2-BASE                       PIC S9(18)  COMP-3 VALUE ZERO.
       01  S2-RITENUTA                   PIC S9(18)  COMP-3 VALUE ZERO.
       01  S2-ANOMALI                    PIC S9(07)  COMP-3 VALUE ZERO.
      *
       01  S2-NUM-RECORD                 PIC S9(09)  COMP-3 VALUE ZERO.
       01  S2-TOT-BEN                    PIC S9(07)  COMP-3 VALUE ZERO.
       01  S2-TOT-NUM                    PIC S9(07)  COMP-3 VALUE ZERO.
       01  S2-TOT-RITENUTA               PIC S9(18)  COMP-3 VALUE ZERO.
       01  S2-TOT-ANOMALI                PIC S9(07)  COMP-3 VALUE ZERO.
      *
       01  SW-FINE-BEN                   PIC  X(01)  VALUE 'N'.
           88  FINE-BEN                              VALUE 'S'.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(48)  VALUE
               'CERTIFICAZIONE RITENUTE SU BONIFICI PARLANTI - A'.
           02  FILLER                    PIC  X(04)  VALUE
               'NNO '.
           02  W-T1-ANNO                 PIC  9(04).
           02  FILLER                    PIC  X(20)  VALUE
               '   ELABORAZIONE DEL '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(46)  VALUE SPACE.
      *
       01  W-RIGA-INTEST.
           02  FILLER                    PIC  X(44)  VALUE
               'BENEFICIARIO     DENOMINAZIONE              '.
           02  FILLER                    PIC  X(44)  VALUE
               '               NUMERO  IMPORTO ACCREDIT.    '.
           02  FILLER                    PIC  X(44)  VALUE
               '     IMPONIBILE           RITENUTA ANOMALI  '.
      *
       01  W-RIGA-DETT.
           02  W-DET-BEN-ID              PIC  X(16).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-BEN-ANAG            PIC  X(40).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-NUM                 PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-IMPORTO             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-BASE                PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-RITENUTA            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-ANOMALI             PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
      *
       01  W-RIGA-NESSUNA                PIC  X(132) VALUE
           'NESSUNA RITENUTA SU BONIFICI PARLANTI NELL''ANNO'.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                    PIC  X(15)  VALUE
               'BENEFICIARI:  '.
           02  W-TOT-BEN                 PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(13)  VALUE
               '  BONIFICI: '.
           02  W-TOT-NUM                 PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(12)  VALUE
               '  ANOMALI: '.
           02  W-TOT-ANOMALI             PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  TOTALE RITENUTE: '.
           02  W-TOT-RITENUTA            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(27)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    RITENUTE DELL'ANNO PER BENEFICIARIO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-BEN CURSOR FOR
               SELECT  RPA_BEN_ID, MAX(RPA_BEN_NDG),
                       MAX(RPA_BEN_ANAG), COUNT(*), SUM(RPA_IMPORTO),
                       SUM(RPA_BASE), SUM(RPA_RITENUTA),
                       SUM(CASE WHEN RPA_ANOMALIA = 'S'
                                THEN 1 ELSE 0 END)
                 FROM  T_BE_RIT_PARLANTI
                WHERE  SUBSTR(RPA_DATA_CONT, 1, 4) = :S2-ANNO-X
                GROUP BY RPA_BEN_ID
                ORDER BY RPA_BEN_ID
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           EXEC SQL OPEN CURS-BEN END-EXEC
           PERFORM 2000-UN-BENEFICIARIO  THRU 2000-UN-BENEFICIARIO-X
                   UNTIL FINE-BEN
           EXEC SQL CLOSE CURS-BEN END-EXEC
           PERFORM 3000-FINALIZZA        THRU 3000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
      *    1000-INIZIALIZZA: ANNO DA PARBERPC (IN MANCANZA L'ANNO
      *    PRECEDENTE), TESTA DEL FILE E DEL REPORT
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN OUTPUT CER-FILE
                       RPT-BE300-RPC
           EXEC SQL
                VALUES CHAR(CURRENT DATE, ISO)
                  INTO :S2-DATA-ELAB
           END-EXEC
           OPEN INPUT  PAR-FILE
           READ PAR-FILE
             AT END
                  MOVE ZERO              TO PAR-ANNO
           END-READ
           CLOSE PAR-FILE
           IF  PAR-ANNO IS NUMERIC
           AND PAR-ANNO > ZERO
           THEN
               MOVE PAR-ANNO             TO S2-ANNO
           ELSE
               MOVE S2-DATA-ELAB(1:4)    TO S2-ANNO-X
               SUBTRACT 1                FROM S2-ANNO
           END-IF
      *
           MOVE SPACE                    TO CER-TESTA
           MOVE 'H'                      TO CER-T-TIPO-REC
           MOVE S2-ANNO                  TO CER-T-ANNO
           MOVE S2-DATA-ELAB             TO CER-T-DATA-CREAZ
           MOVE ZERO                     TO CER-T-NUM-RECORD
                                            CER-T-RITENUTA
           WRITE CER-TESTA
      *
           MOVE S2-ANNO                  TO W-T1-ANNO
           MOVE S2-DATA-ELAB             TO W-T1-DATA
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
       2000-UN-BENEFICIARIO.
           EXEC SQL FETCH CURS-BEN
                    INTO :S2-BEN-ID, :S2-BEN-NDG, :S2-BEN-ANAG,
                         :S2-NUM, :S2-IMPORTO, :S2-BASE,
                         :S2-RITENUTA, :S2-ANOMALI
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-BEN              TO TRUE
               GO TO 2000-UN-BENEFICIARIO-X
           END-IF
           ADD 1                         TO S2-TOT-BEN
           ADD S2-NUM                    TO S2-TOT-NUM
           ADD S2-RITENUTA               TO S2-TOT-RITENUTA
           ADD S2-ANOMALI                TO S2-TOT-ANOMALI
      *
           MOVE SPACE                    TO CER-RECORD
           MOVE 'D'                      TO CER-TIPO-REC
           MOVE S2-ANNO                  TO CER-ANNO
           MOVE S2-BEN-ID                TO CER-BEN-ID
           MOVE S2-BEN-NDG               TO CER-BEN-NDG
           MOVE S2-BEN-ANAG              TO CER-BEN-ANAG
           MOVE '1039'                   TO CER-COD-TRIBUTO
           MOVE S2-NUM                   TO CER-NUM-BONIFICI
           MOVE S2-IMPORTO               TO CER-IMPORTO
           MOVE S2-BASE                  TO CER-BASE
           MOVE S2-RITENUTA              TO CER-RITENUTA
           MOVE S2-ANOMALI               TO CER-NUM-ANOMALI
           WRITE CER-RECORD
           ADD 1                         TO S2-NUM-RECORD
      *
           MOVE S2-BEN-ID                TO W-DET-BEN-ID
           MOVE S2-BEN-ANAG              TO W-DET-BEN-ANAG
           MOVE S2-NUM                   TO W-DET-NUM
           COMPUTE W-DET-IMPORTO = S2-IMPORTO / 100
           COMPUTE W-DET-BASE = S2-BASE / 100
           COMPUTE W-DET-RITENUTA = S2-RITENUTA / 100
           MOVE S2-ANOMALI               TO W-DET-ANOMALI
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2000-UN-BENEFICIARIO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-FINALIZZA.
           MOVE SPACE                    TO CER-TESTA
           MOVE 'T'                      TO CER-T-TIPO-REC
           MOVE S2-ANNO                  TO CER-T-ANNO
           MOVE S2-DATA-ELAB             TO CER-T-DATA-CREAZ
           MOVE S2-NUM-RECORD            TO CER-T-NUM-RECORD
           MOVE S2-TOT-RITENUTA          TO CER-T-RITENUTA
           WRITE CER-TESTA
      *
           IF  S2-TOT-BEN = ZERO
           THEN
               MOVE W-RIGA-NESSUNA       TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE S2-TOT-BEN               TO W-TOT-BEN
           MOVE S2-TOT-NUM               TO W-TOT-NUM
           MOVE S2-TOT-ANOMALI           TO W-TOT-ANOMALI
           COMPUTE W-TOT-RITENUTA = S2-TOT-RITENUTA / 100
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE CER-FILE
                 RPT-BE300-RPC.
      *----------------------------------------------------------------*
       3000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM BE300S2 ********************************
