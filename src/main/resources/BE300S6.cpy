      ******************************************************************
      *                        BE300S6                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - TRACCIABILITA' CIG/CUP     *
      *  DESCRIZIONE  : REPORT MENSILE DEI PAGAMENTI DA E VERSO LA    *
      *                 PUBBLICA AMMINISTRAZIONE CON I CODICI CIG E   *
      *                 CUP LETTI NELLA NOTA, PER GLI ENTI CHE NE     *
      *                 FANNO RICHIESTA. I BONIFICI SONO QUELLI       *
      *                 CONTABILIZZATI NEL MESE; PER OGNUNO IL        *
      *                 CONTROLLO BE300KE DA' LATO PA, CIG, CUP ED    *
      *                 ESITO (CODICI PRESENTI, MANCANTI, ERRATI).    *
      *                 UNA SEZIONE PER OGNI ENTE RICHIEDENTE (NDG    *
      *                 ORDINANTE O BENEFICIARIO); SENZA ENTI IN      *
      *                 PARAMETRO UNA SOLA SEZIONE CON TUTTI I        *
      *                 PAGAMENTI PA DEL MESE (NNCG DI PUBBLICA       *
      *                 AMMINISTRAZIONE O CONTO DEDICATO)             *
      *                 PARAMETRI (PARBECIG, POSIZIONALI, UNA RIGA    *
      *                 PER ENTE):                                    *
      *                  01-06 MESE AAAAMM (DALLA PRIMA RIGA; SPAZI = *
      *                        MESE PRECEDENTE)                       *
      *                  07-18 NDG DELL'ENTE RICHIEDENTE (MAX 50)     *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : PARBECIG, BE00TBMO, T_ANA_NDG, AN006012,      *
      *                 T_BE_CONTI_DEDICATI (DB2)                     *
      *  OUTPUT       : REPORT SU RPT-BE300-CIG                       *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - REPORT MENSILE DEI PAGAMENTI PA CON  *
      *           CIG/CUP PER ENTE RICHIEDENTE                         *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300S6.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT PAR-FILE          ASSIGN  TO  PARBECIG
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-BE300-CIG     ASSIGN  TO  RPTBECIG
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  PAR-FILE
           RECORDING MODE IS F.
       01  PAR-RECORD.
           02  PAR-MESE                 PIC  X(06).
           02  PAR-NDG                  PIC  X(12).
           02  FILLER                   PIC  X(62).
      *
       FD  RPT-BE300-CIG
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  S6-DATA-ELAB                  PIC  X(10)  VALUE SPACE.
       01  S6-MESE-X                     PIC  X(06)  VALUE SPACE.
       01  S6-OGGI                       PIC  9(08)  VALUE ZERO.
       01  S6-NDG                        PIC  X(12)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    ENTI RICHIEDENTI DA PARAMETRO
      *----------------------------------------------------------------*
       01  S6-NUM-ENTI                   PIC S9(04)  COMP VALUE ZERO.
       01  S6-IX                         PIC S9(04)  COMP VALUE ZERO.
       01  S6-TAB-ENTI.
           02  S6-ENTE-NDG OCCURS 50     PIC  X(12).
      *
      *----------------------------------------------------------------*
      *    PAGAMENTO IN LETTURA
      *----------------------------------------------------------------*
       01  S6-NUM-DIST                   PIC S9(10)  COMP-3 VALUE ZERO.
       01  S6-NUM-MOV                    PIC S9(10)  COMP-3 VALUE ZERO.
       01  S6-DT-CONT                    PIC  X(08)  VALUE SPACE.
       01  S6-CRO                        PIC  X(11)  VALUE SPACE.
       01  S6-SEGNO                      PIC  X(01)  VALUE SPACE.
       01  S6-ORD-ANAG                   PIC  X(70)  VALUE SPACE.
       01  S6-BEN-ANAG                   PIC  X(70)  VALUE SPACE.
       01  S6-IMPORTO                    PIC S9(18)  COMP-3 VALUE ZERO.
      *
      *    AREA DI CHIAMATA DEL CONTROLLO CIG/CUP BE300KE
       01  S6-K30E-AREA.
           02  S6-K30E-FUNZIONE          PIC  X(01).
           02  S6-K30E-NUM-DIST          PIC S9(10)  COMP-3.
           02  S6-K30E-NUM-MOV           PIC S9(10)  COMP-3.
           02  S6-K30E-ORD-NDG           PIC  X(12).
           02  S6-K30E-BEN-NDG           PIC  X(12).
           02  S6-K30E-ORD-IBAN          PIC  X(34).
           02  S6-K30E-BEN-IBAN          PIC  X(34).
           02  S6-K30E-NOTE-TEXT         PIC  X(500).
           02  S6-K30E-ESITO             PIC  X(01).
               88  S6-K30E-NON-PA                    VALUE 'N'.
               88  S6-K30E-COMPLETO                  VALUE 'S'.
               88  S6-K30E-INCOMPLETO                VALUE 'B'.
           02  S6-K30E-LATO-PA           PIC  X(01).
           02  S6-K30E-CIG               PIC  X(10).
           02  S6-K30E-CUP               PIC  X(15).
           02  S6-K30E-MOTIVO            PIC  X(03).
      *
       01  S6-SEZ-NUM                    PIC S9(07)  COMP-3 VALUE ZERO.
       01  S6-SEZ-IMPORTO                PIC S9(18)  COMP-3 VALUE ZERO.
       01  S6-SEZ-SENZA                  PIC S9(07)  COMP-3 VALUE ZERO.
       01  S6-TOT-NUM                    PIC S9(07)  COMP-3 VALUE ZERO.
       01  S6-TOT-IMPORTO                PIC S9(18)  COMP-3 VALUE ZERO.
       01  S6-TOT-SENZA                  PIC S9(07)  COMP-3 VALUE ZERO.
      *
       01  SW-FINE-PAR                   PIC  X(01)  VALUE 'N'.
           88  FINE-PAR                              VALUE 'S'.
       01  SW-FINE-PAG                   PIC  X(01)  VALUE 'N'.
           88  FINE-PAG                              VALUE 'S'.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'PAGAMENTI PUBBLICA AMMINISTRAZIONE CON CIG/C'.
           02  FILLER                    PIC  X(12)  VALUE
               'UP - MESE '.
           02  W-T1-MESE                 PIC  X(06).
           02  FILLER                    PIC  X(17)  VALUE
               '   ELABORAZIONE '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(43)  VALUE SPACE.
      *
       01  W-RIGA-ENTE.
           02  FILLER                    PIC  X(07)  VALUE 'ENTE: '.
           02  W-ENTE-NDG                PIC  X(12).
           02  FILLER                    PIC  X(113) VALUE SPACE.
      *
       01  W-RIGA-TUTTI                  PIC  X(132) VALUE
           'TUTTI I PAGAMENTI PA DEL MESE'.
      *
       01  W-RIGA-INTEST.
           02  FILLER                    PIC  X(44)  VALUE
               'DATA CONT CRO         S CONTROPARTE         '.
           02  FILLER                    PIC  X(44)  VALUE
               '                    IMPORTO CIG        CUP  '.
           02  FILLER                    PIC  X(44)  VALUE
               '           ESITO                            '.
      *
       01  W-RIGA-DETT.
           02  W-DET-DT-CONT             PIC  X(08).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DET-CRO                 PIC  X(11).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-SEGNO               PIC  X(01).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-CONTROPARTE         PIC  X(40).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-IMPORTO             PIC  ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-CIG                 PIC  X(10).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-CUP                 PIC  X(15).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-ESITO               PIC  X(20).
           02  FILLER                    PIC  X(05)  VALUE SPACE.
      *
       01  W-RIGA-SEZ-TOT.
           02  FILLER                    PIC  X(12)  VALUE
               'PAGAMENTI: '.
           02  W-SEZ-NUM                 PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(12)  VALUE
               '  IMPORTO: '.
           02  W-SEZ-IMPORTO             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(23)  VALUE
               '  SENZA CIG/CUP VALIDI:'.
           02  W-SEZ-SENZA               PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(49)  VALUE SPACE.
      *
       01  W-RIGA-NESSUNO                PIC  X(132) VALUE
           'NESSUN PAGAMENTO NEL MESE'.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                    PIC  X(19)  VALUE
               'TOTALE PAGAMENTI: '.
           02  W-TOT-NUM                 PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(12)  VALUE
               '  IMPORTO: '.
           02  W-TOT-IMPORTO             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(23)  VALUE
               '  SENZA CIG/CUP VALIDI:'.
           02  W-TOT-SENZA               PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(42)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    PAGAMENTI DEL MESE DELL'ENTE (S6-NDG) O, CON S6-NDG A SPAZI,
      *    TUTTI QUELLI CON UN LATO PA (STESSI CRITERI DI BE300KE)
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-PAG CURSOR FOR
               SELECT  M.NUM_DIST, M.NUM_MOV, M.OPE_DT_AC_MV, M.CRO_OPE,
                       M.SEGNO_OPER, M.ORD_NDG, M.BEN_NDG, M.ORD_IBAN,
                       M.BEN_IBAN, M.ORD_ANAG, M.BEN_ANAG, M.IMPORTO,
                       M.OPE_NOTE_TEXT
                 FROM  BE00TBMO M
                WHERE  SUBSTR(M.OPE_DT_AC_MV, 1, 6) = :S6-MESE-X
                  AND  M.STATO_MOV <> 'X'
                  AND ((:S6-NDG <> ' '
                  AND  (M.ORD_NDG = :S6-NDG OR M.BEN_NDG = :S6-NDG))
                   OR  (:S6-NDG = ' '
                  AND  (EXISTS
                       (SELECT 1 FROM T_ANA_NDG ANA, AN006012 A
                         WHERE ANA.ANA_NDG IN (M.ORD_NDG, M.BEN_NDG)
                           AND A.NNCG      = ANA.ANA_NNCG
                           AND A.PUBBL_AMM = 'S'
                           AND (A.DT_VAL_DA = 0
                            OR  A.DT_VAL_DA <= :S6-OGGI)
                           AND (A.DT_VAL_A  = 0
                            OR  A.DT_VAL_A  >= :S6-OGGI))
                   OR   EXISTS
                       (SELECT 1 FROM T_BE_CONTI_DEDICATI CDE
                         WHERE CDE.CDE_ATTIVO = 'S'
                           AND (CDE.CDE_NDG IN (M.ORD_NDG, M.BEN_NDG)
                            OR  CDE.CDE_IBAN IN (M.ORD_IBAN,
                                                 M.BEN_IBAN))))))
                ORDER BY M.OPE_DT_AC_MV, M.NUM_DIST, M.NUM_MOV
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           IF  S6-NUM-ENTI = ZERO
           THEN
               MOVE SPACE                TO S6-NDG
               MOVE W-RIGA-TUTTI         TO RPT-RIGA
               WRITE RPT-RIGA
               PERFORM 2000-UNA-SEZIONE  THRU 2000-UNA-SEZIONE-X
           ELSE
               PERFORM 1500-UN-ENTE      THRU 1500-UN-ENTE-X
                       VARYING S6-IX FROM 1 BY 1
                       UNTIL S6-IX > S6-NUM-ENTI
           END-IF
           PERFORM 3000-FINALIZZA        THRU 3000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
      *    1000-INIZIALIZZA: MESE DALLA PRIMA RIGA DI PARBECIG (IN
      *    MANCANZA IL MESE PRECEDENTE) ED ELENCO DEGLI ENTI
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN OUTPUT RPT-BE300-CIG
           EXEC SQL
                VALUES CHAR(CURRENT DATE, ISO)
                  INTO :S6-DATA-ELAB
           END-EXEC
           MOVE S6-DATA-ELAB(1:4)        TO S6-OGGI(1:4)
           MOVE S6-DATA-ELAB(6:2)        TO S6-OGGI(5:2)
           MOVE S6-DATA-ELAB(9:2)        TO S6-OGGI(7:2)
      *
           OPEN INPUT  PAR-FILE
           READ PAR-FILE
             AT END
                  MOVE SPACE             TO PAR-RECORD
                  SET FINE-PAR           TO TRUE
           END-READ
           IF  PAR-MESE IS NUMERIC
           AND PAR-MESE NOT = ZERO
           THEN
               MOVE PAR-MESE             TO S6-MESE-X
           ELSE
               EXEC SQL
                    VALUES CHAR(CURRENT DATE - 1 MONTH, ISO)
                      INTO :S6-DATA-ELAB
               END-EXEC
               MOVE S6-DATA-ELAB(1:4)    TO S6-MESE-X(1:4)
               MOVE S6-DATA-ELAB(6:2)    TO S6-MESE-X(5:2)
               EXEC SQL
                    VALUES CHAR(CURRENT DATE, ISO)
                      INTO :S6-DATA-ELAB
               END-EXEC
           END-IF
           PERFORM 1100-UN-PARAMETRO     THRU 1100-UN-PARAMETRO-X
                   UNTIL FINE-PAR
           CLOSE PAR-FILE
      *
           MOVE S6-MESE-X                TO W-T1-MESE
           MOVE S6-DATA-ELAB             TO W-T1-DATA
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    1100-UN-PARAMETRO: RIGA GIA' LETTA IN PAR-RECORD; L'NDG
      *    SE PRESENTE ENTRA IN TABELLA, POI SI LEGGE LA SUCCESSIVA
      *----------------------------------------------------------------*
       1100-UN-PARAMETRO.
           IF  PAR-NDG NOT = SPACE
           AND S6-NUM-ENTI < 50
           THEN
               ADD 1                     TO S6-NUM-ENTI
               MOVE PAR-NDG              TO S6-ENTE-NDG (S6-NUM-ENTI)
           END-IF
           READ PAR-FILE
             AT END
                  SET FINE-PAR           TO TRUE
           END-READ.
      *----------------------------------------------------------------*
       1100-UN-PARAMETRO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       1500-UN-ENTE.
           MOVE S6-ENTE-NDG (S6-IX)      TO S6-NDG W-ENTE-NDG
           MOVE W-RIGA-ENTE              TO RPT-RIGA
           WRITE RPT-RIGA
           PERFORM 2000-UNA-SEZIONE      THRU 2000-UNA-SEZIONE-X.
      *----------------------------------------------------------------*
       1500-UN-ENTE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-UNA-SEZIONE: PAGAMENTI DELL'ENTE IN S6-NDG (O TUTTI)
      *    CON I TOTALI DI SEZIONE
      *----------------------------------------------------------------*
       2000-UNA-SEZIONE.
           MOVE ZERO                     TO S6-SEZ-NUM S6-SEZ-IMPORTO
                                            S6-SEZ-SENZA
           MOVE W-RIGA-INTEST            TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE 'N'                      TO SW-FINE-PAG
           EXEC SQL OPEN CURS-PAG END-EXEC
           PERFORM 2100-UN-PAGAMENTO     THRU 2100-UN-PAGAMENTO-X
                   UNTIL FINE-PAG
           EXEC SQL CLOSE CURS-PAG END-EXEC
      *
           IF  S6-SEZ-NUM = ZERO
           THEN
               MOVE W-RIGA-NESSUNO       TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF
           MOVE S6-SEZ-NUM               TO W-SEZ-NUM
           COMPUTE W-SEZ-IMPORTO = S6-SEZ-IMPORTO / 100
           MOVE S6-SEZ-SENZA             TO W-SEZ-SENZA
           MOVE W-RIGA-SEZ-TOT           TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           ADD S6-SEZ-NUM                TO S6-TOT-NUM
           ADD S6-SEZ-IMPORTO            TO S6-TOT-IMPORTO
           ADD S6-SEZ-SENZA              TO S6-TOT-SENZA.
      *----------------------------------------------------------------*
       2000-UNA-SEZIONE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-UN-PAGAMENTO: CIG/CUP DAL CONTROLLO BE300KE; LA
      *    CONTROPARTE E' IL LATO OPPOSTO ALL'ENTE
      *----------------------------------------------------------------*
       2100-UN-PAGAMENTO.
           INITIALIZE S6-K30E-AREA
           EXEC SQL FETCH CURS-PAG
                    INTO :S6-NUM-DIST, :S6-NUM-MOV, :S6-DT-CONT,
                         :S6-CRO, :S6-SEGNO, :S6-K30E-ORD-NDG,
                         :S6-K30E-BEN-NDG, :S6-K30E-ORD-IBAN,
                         :S6-K30E-BEN-IBAN, :S6-ORD-ANAG,
                         :S6-BEN-ANAG, :S6-IMPORTO,
                         :S6-K30E-NOTE-TEXT
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-PAG              TO TRUE
               GO TO 2100-UN-PAGAMENTO-X
           END-IF
           MOVE 'A'                      TO S6-K30E-FUNZIONE
           MOVE S6-NUM-DIST              TO S6-K30E-NUM-DIST
           MOVE S6-NUM-MOV               TO S6-K30E-NUM-MOV
           CALL 'BE300KE'             USING S6-K30E-AREA
      *
           ADD 1                         TO S6-SEZ-NUM
           ADD S6-IMPORTO                TO S6-SEZ-IMPORTO
           MOVE S6-DT-CONT               TO W-DET-DT-CONT
           MOVE S6-CRO                   TO W-DET-CRO
           MOVE S6-SEGNO                 TO W-DET-SEGNO
           IF  (S6-NDG NOT = SPACE AND S6-NDG = S6-K30E-BEN-NDG)
           OR  (S6-NDG = SPACE AND S6-K30E-LATO-PA = 'B')
           THEN
               MOVE S6-ORD-ANAG          TO W-DET-CONTROPARTE
           ELSE
               MOVE S6-BEN-ANAG          TO W-DET-CONTROPARTE
           END-IF
           COMPUTE W-DET-IMPORTO = S6-IMPORTO / 100
           MOVE S6-K30E-CIG              TO W-DET-CIG
           MOVE S6-K30E-CUP              TO W-DET-CUP
           EVALUATE TRUE
             WHEN S6-K30E-COMPLETO
                  MOVE 'CODICI PRESENTI'  TO W-DET-ESITO
             WHEN S6-K30E-INCOMPLETO
              AND S6-K30E-MOTIVO = 'CIG'
                  ADD 1                   TO S6-SEZ-SENZA
                  MOVE 'CIG ERRATO'       TO W-DET-ESITO
             WHEN S6-K30E-INCOMPLETO
              AND S6-K30E-MOTIVO = 'CUP'
                  ADD 1                   TO S6-SEZ-SENZA
                  MOVE 'CUP ERRATO'       TO W-DET-ESITO
             WHEN S6-K30E-INCOMPLETO
                  ADD 1                   TO S6-SEZ-SENZA
                  MOVE 'CIG/CUP MANCANTI' TO W-DET-ESITO
             WHEN S6-K30E-NON-PA
                  MOVE 'ENTE NON CENSITO PA'
                                          TO W-DET-ESITO
             WHEN OTHER
                  MOVE 'NON CONTROLLATO'  TO W-DET-ESITO
           END-EVALUATE
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2100-UN-PAGAMENTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-FINALIZZA.
           MOVE S6-TOT-NUM               TO W-TOT-NUM
           COMPUTE W-TOT-IMPORTO = S6-TOT-IMPORTO / 100
           MOVE S6-TOT-SENZA             TO W-TOT-SENZA
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RPT-BE300-CIG.
      *----------------------------------------------------------------*
       3000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM BE300S6 ********************************
