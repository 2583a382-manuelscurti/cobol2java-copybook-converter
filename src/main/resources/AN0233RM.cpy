      ******************************************************************
      *                        AN0233RM                                *
      *                                                                *
      *  PROCEDURA    : ANAGRAFE GENERALE - REGISTRO DELEGHE E POTERI  *
      *                 DI FIRMA                                       *
      *  DESCRIZIONE  : CONTROLLO SETTIMANALE DELLE DELEGHE ATTIVE IN  *
      *                 T_ANA_DELEGHE (AN0233KB), ELENCATE PER NDG     *
      *                 TITOLARE:                                      *
      *                  - DELEGHE IN SCADENZA ENTRO IL PREAVVISO (30  *
      *                    GIORNI) O GIA' SCADUTE                      *
      *                  - DELEGATO DECEDUTO (ANA_DECEDUTO)            *
      *                  - DELEGATO CHIUSO IN ANAGRAFE: NDG ASSORBITO  *
      *                    DA UN ALTRO (ANA_STATO 'M') O NON PIU'      *
      *                    PRESENTE                                    *
      *                 NEI CASI DI DECESSO O CHIUSURA LA FILIALE DEVE *
      *                 REVOCARE LA DELEGA; NEL FRATTEMPO BE300KJ NON  *
      *                 RICONOSCE I POTERI DEL DELEGATO DECEDUTO       *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ANAGRAFE           *
      *  INPUT        : T_ANA_DELEGHE, T_ANA_NDG (DB2)                 *
      *  OUTPUT       : REPORT SU RPT-ANA-DELEGHE                      *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - DELEGHE IN SCADENZA E DELEGATI       *
      *           DECEDUTI O CHIUSI                                    *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     AN0233RM.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT RPT-ANA-DELEGHE   ASSIGN  TO  RPTANDLG
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  RPT-ANA-DELEGHE
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  RM-NDG                        PIC  X(12)  VALUE SPACE.
       01  RM-RAP-SERV                   PIC  X(02)  VALUE SPACE.
       01  RM-RAP-FIL                    PIC  X(05)  VALUE SPACE.
       01  RM-RAP-CC                     PIC  X(08)  VALUE SPACE.
       01  RM-DELEGATO                   PIC  X(12)  VALUE SPACE.
       01  RM-RUOLO                      PIC  X(02)  VALUE SPACE.
       01  RM-FIRMA                      PIC  X(01)  VALUE SPACE.
       01  RM-DT-FINE                    PIC  X(10)  VALUE SPACE.
       01  RM-COGN                       PIC  X(40)  VALUE SPACE.
       01  RM-TROVATO                    PIC  X(01)  VALUE SPACE.
       01  RM-DECEDUTO                   PIC  X(01)  VALUE SPACE.
       01  RM-STATO                      PIC  X(01)  VALUE SPACE.
      *
       01  RM-GG-PREAVVISO               PIC S9(04)  COMP VALUE 30.
       01  RM-LIMITE                     PIC  X(10)  VALUE SPACE.
      *
       01  SW-FINE-DLG                   PIC  X(01)  VALUE 'N'.
           88  FINE-DLG                              VALUE 'S'.
      *
       01  RM-TOT-SCADENZA               PIC S9(09)  COMP-3 VALUE ZERO.
       01  RM-TOT-DECEDUTI               PIC S9(09)  COMP-3 VALUE ZERO.
       01  RM-TOT-CHIUSI                 PIC S9(09)  COMP-3 VALUE ZERO.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'ANAGRAFE - CONTROLLO SETTIMANALE DELEGHE AL '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(78)  VALUE SPACE.
      *
       01  W-RIGA-TESTATA2.
           02  FILLER                    PIC  X(44)  VALUE
               'NDG TITOLARE  RAPPORTO           DELEGATO   '.
           02  FILLER                    PIC  X(44)  VALUE
               '   NOMINATIVO DELEGATO                RUOLO '.
           02  FILLER                    PIC  X(44)  VALUE
               'FIRMA FINE VAL.    SITUAZIONE               '.
      *
       01  W-RIGA-DETT.
           02  W-DETT-NDG                PIC  X(12).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-RAP-SERV           PIC  X(02).
           02  FILLER                    PIC  X(01)  VALUE '-'.
           02  W-DETT-RAP-FIL            PIC  X(05).
           02  FILLER                    PIC  X(01)  VALUE '-'.
           02  W-DETT-RAP-CC             PIC  X(08).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-DELEGATO           PIC  X(12).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-COGN               PIC  X(30).
           02  FILLER                    PIC  X(05)  VALUE SPACE.
           02  W-DETT-RUOLO              PIC  X(02).
           02  FILLER                    PIC  X(04)  VALUE SPACE.
           02  W-DETT-FIRMA              PIC  X(01).
           02  FILLER                    PIC  X(05)  VALUE SPACE.
           02  W-DETT-FINE               PIC  X(10).
           02  FILLER                    PIC  X(03)  VALUE SPACE.
           02  W-DETT-SITUAZIONE         PIC  X(18).
           02  FILLER                    PIC  X(07)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                    PIC  X(20)  VALUE
               'DELEGHE IN SCADENZA:'.
           02  W-TOT-SCADENZA            PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  DELEGATI DECEDUTI:'.
           02  W-TOT-DECEDUTI            PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  DELEGATI CHIUSI:  '.
           02  W-TOT-CHIUSI              PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(39)  VALUE SPACE.
      *
       01  W-DATA-OGGI                   PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    DELEGHE ATTIVE DA SEGNALARE, CON L'ANAGRAFE DEL DELEGATO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-DLG CURSOR FOR
               SELECT  DLG.DLG_NDG, DLG.DLG_RAP_SERV, DLG.DLG_RAP_FIL,
                       DLG.DLG_RAP_CC, DLG.DLG_NDG_DELEGATO,
                       DLG.DLG_RUOLO, DLG.DLG_FIRMA,
                       COALESCE(CHAR(DLG.DLG_DT_FINE, ISO), ' '),
                       COALESCE(ANA.ANA_COGN, ' '),
                       CASE WHEN ANA.ANA_NDG IS NULL
                            THEN 'N' ELSE 'S' END,
                       COALESCE(ANA.ANA_DECEDUTO, 'N'),
                       COALESCE(ANA.ANA_STATO, ' ')
                 FROM  T_ANA_DELEGHE DLG
                 LEFT OUTER JOIN T_ANA_NDG ANA
                   ON  ANA.ANA_NDG = DLG.DLG_NDG_DELEGATO
                WHERE  DLG.DLG_STATO = 'A'
                  AND  (DLG.DLG_DT_FINE <= DATE(:RM-LIMITE)
                   OR   ANA.ANA_NDG IS NULL
                   OR   ANA.ANA_DECEDUTO = 'S'
                   OR   ANA.ANA_STATO    = 'M')
                ORDER BY DLG.DLG_NDG, DLG.DLG_RAP_SERV,
                         DLG.DLG_RAP_FIL, DLG.DLG_RAP_CC,
                         DLG.DLG_NDG_DELEGATO
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           EXEC SQL OPEN CURS-DLG END-EXEC
           PERFORM 2000-ELABORA-DLG      THRU 2000-ELABORA-DLG-X
                   UNTIL FINE-DLG
           PERFORM 9000-FINALIZZA        THRU 9000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN OUTPUT RPT-ANA-DELEGHE
           EXEC SQL
                VALUES CURRENT DATE INTO :W-DATA-OGGI
           END-EXEC
           EXEC SQL
                VALUES CHAR(CURRENT DATE + :RM-GG-PREAVVISO DAYS, ISO)
                  INTO :RM-LIMITE
           END-EXEC
           MOVE W-DATA-OGGI              TO W-T1-DATA
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TESTATA2          TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2000-ELABORA-DLG.
           EXEC SQL FETCH CURS-DLG
                    INTO :RM-NDG, :RM-RAP-SERV, :RM-RAP-FIL,
                         :RM-RAP-CC, :RM-DELEGATO, :RM-RUOLO,
                         :RM-FIRMA, :RM-DT-FINE, :RM-COGN,
                         :RM-TROVATO, :RM-DECEDUTO, :RM-STATO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-DLG              TO TRUE
               EXEC SQL CLOSE CURS-DLG END-EXEC
               GO TO 2000-ELABORA-DLG-X
           END-IF
           EVALUATE TRUE
               WHEN RM-DECEDUTO = 'S'
                   MOVE 'DELEGATO DECEDUTO'
                                         TO W-DETT-SITUAZIONE
                   ADD 1                 TO RM-TOT-DECEDUTI
               WHEN RM-TROVATO = 'N'
               OR   RM-STATO = 'M'
                   MOVE 'DELEGATO CHIUSO'
                                         TO W-DETT-SITUAZIONE
                   ADD 1                 TO RM-TOT-CHIUSI
               WHEN RM-DT-FINE < W-DATA-OGGI
                   MOVE 'DELEGA SCADUTA'  TO W-DETT-SITUAZIONE
                   ADD 1                 TO RM-TOT-SCADENZA
               WHEN OTHER
                   MOVE 'IN SCADENZA'    TO W-DETT-SITUAZIONE
                   ADD 1                 TO RM-TOT-SCADENZA
           END-EVALUATE
           MOVE RM-NDG                   TO W-DETT-NDG
           IF  RM-RAP-CC = SPACE
           THEN
               MOVE SPACE                TO W-DETT-RAP-SERV
                                            W-DETT-RAP-FIL
               MOVE 'TUTTI'              TO W-DETT-RAP-CC
           ELSE
               MOVE RM-RAP-SERV          TO W-DETT-RAP-SERV
               MOVE RM-RAP-FIL           TO W-DETT-RAP-FIL
               MOVE RM-RAP-CC            TO W-DETT-RAP-CC
           END-IF
           MOVE RM-DELEGATO              TO W-DETT-DELEGATO
           MOVE RM-COGN                  TO W-DETT-COGN
           MOVE RM-RUOLO                 TO W-DETT-RUOLO
           MOVE RM-FIRMA                 TO W-DETT-FIRMA
           MOVE RM-DT-FINE               TO W-DETT-FINE
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2000-ELABORA-DLG-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RM-TOT-SCADENZA          TO W-TOT-SCADENZA
           MOVE RM-TOT-DECEDUTI          TO W-TOT-DECEDUTI
           MOVE RM-TOT-CHIUSI            TO W-TOT-CHIUSI
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RPT-ANA-DELEGHE.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM AN0233RM *******************************
