      ******************************************************************
      *                        BE300S9                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - GIROCONTI INTERNI (ON-US)   *
      *  DESCRIZIONE  : PASSO DI INSTRADAMENTO DA ESEGUIRE PRIMA DELLA *
      *                 SCELTA DEL CANALE DI REGOLAMENTO. UN BONIFICO  *
      *                 IN USCITA DI OGGI NON ANCORA INSTRADATO        *
      *                 (OPE_ROUT_PEA A SPAZI) IL CUI IBAN             *
      *                 BENEFICIARIO E' NOSTRO - ABI DELL'IBAN UGUALE  *
      *                 A QUELLO DELL'ORDINANTE O DI UNA BANCA DEL     *
      *                 GRUPPO (T_BE_ABI_GRUPPO) - NON ESCE PIU' DAL   *
      *                 CANALE E NON RIENTRA COME ACCREDITO: SE IL     *
      *                 CONTO BENEFICIARIO ESISTE ED E' APERTO         *
      *                 (T_ANA_RAPPORTI) SI CONTABILIZZA SUBITO LA     *
      *                 COPPIA ADDEBITO/ACCREDITO CON LO STESSO CRO,   *
      *                 VALUTA E REGOLAMENTO IN GIORNATA E CANALE      *
      *                 'GIROCONTO'. SE IL CONTO NON C'E' O NON E'     *
      *                 APERTO IL MOVIMENTO RESTA COM'E' E PASSA       *
      *                 ALL'INSTRADAMENTO ORDINARIO                    *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : BE00TBMO, T_BE_ABI_GRUPPO, T_ANA_RAPPORTI      *
      *                 (DB2)                                          *
      *  OUTPUT       : BE00TBMO, REPORT SU RPT-BE300-ONUS             *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - CONTABILIZZAZIONE INTERNA DEI        *
      *           BONIFICI TRA CONTI NOSTRI O DEL GRUPPO               *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300S9.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT RPT-BE300-ONUS    ASSIGN  TO  RPTBEONU
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  RPT-BE300-ONUS
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  S9-DATA-ELAB                  PIC  X(10)  VALUE SPACE.
       01  S9-OGGI                       PIC  X(08)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    MOVIMENTO CANDIDATO E CONTO BENEFICIARIO
      *----------------------------------------------------------------*
       01  S9-ISTITUTO                   PIC S9(06)  COMP-3 VALUE ZERO.
       01  S9-DATA-INSE                  PIC  X(08)  VALUE SPACE.
       01  S9-NUM-DIST                   PIC S9(10)  COMP-3 VALUE ZERO.
       01  S9-NUM-MOV                    PIC S9(10)  COMP-3 VALUE ZERO.
       01  S9-CRO                        PIC  X(35)  VALUE SPACE.
       01  S9-IMPORTO                    PIC S9(18)  COMP-3 VALUE ZERO.
       01  S9-BEN-IBAN                   PIC  X(34)  VALUE SPACE.
       01  S9-ABI-BEN                    PIC  X(05)  VALUE SPACE.
      *    'S' = BANCA DEL GRUPPO DIVERSA DALLA NOSTRA
       01  S9-FL-GRUPPO                  PIC  X(01)  VALUE SPACE.
       01  S9-RAP-SERV                   PIC  X(02)  VALUE SPACE.
       01  S9-RAP-FIL                    PIC  X(05)  VALUE SPACE.
       01  S9-RAP-CC                     PIC  X(08)  VALUE SPACE.
       01  S9-RAP-STATO                  PIC  X(01)  VALUE SPACE.
       01  S9-NUM-DIST-ACC               PIC S9(10)  COMP-3 VALUE ZERO.
      *
       01  S9-TOT-LETTI                  PIC S9(07)  COMP-3 VALUE ZERO.
       01  S9-TOT-GIROCONTI              PIC S9(07)  COMP-3 VALUE ZERO.
       01  S9-TOT-IMPORTO                PIC S9(18)  COMP-3 VALUE ZERO.
       01  S9-TOT-ORDINARI               PIC S9(07)  COMP-3 VALUE ZERO.
      *
       01  SW-FINE-MOV                   PIC  X(01)  VALUE 'N'.
           88  FINE-MOV                              VALUE 'S'.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'GIROCONTI INTERNI (ON-US) - ELABORAZIONE DEL'.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(77)  VALUE SPACE.
      *
       01  W-RIGA-INTEST.
           02  FILLER                    PIC  X(44)  VALUE
               'CRO                                  IBAN BE'.
           02  FILLER                    PIC  X(44)  VALUE
               'NEFICIARIO                   ABI    G       '.
           02  FILLER                    PIC  X(44)  VALUE
               '      IMPORTO  ESITO                        '.
      *
       01  W-RIGA-DETT.
           02  W-DETT-CRO                PIC  X(35).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-IBAN               PIC  X(34).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-ABI                PIC  X(05).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-GRUPPO             PIC  X(01).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-IMPORTO            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-ESITO              PIC  X(29).
      *
       01  W-RIGA-TOTALI.
           02  FILLER                    PIC  X(11)  VALUE
               'CANDIDATI:'.
           02  W-TOT-LETTI               PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(13)  VALUE
               '  GIROCONTI:'.
           02  W-TOT-GIROCONTI           PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(11)  VALUE
               '  IMPORTO:'.
           02  W-TOT-IMPORTO             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(25)  VALUE
               '  A INSTRADAMENTO ORDIN.:'.
           02  W-TOT-ORDINARI            PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(33)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    BONIFICI IN USCITA DI OGGI NON ANCORA INSTRADATI, IN EURO,
      *    VERSO UN IBAN ITALIANO CON ABI NOSTRO O DEL GRUPPO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-ONUS CURSOR FOR
               SELECT  M.ISTITUTO, M.DATA_INSE, M.NUM_DIST, M.NUM_MOV,
                       M.CRO_OPE, M.IMPORTO, M.BEN_IBAN,
                       SUBSTR(M.BEN_IBAN, 6, 5),
                       CASE WHEN SUBSTR(M.BEN_IBAN, 6, 5)
                               = SUBSTR(M.ORD_IBAN, 6, 5)
                            THEN 'N' ELSE 'S' END
                 FROM  BE00TBMO M
                WHERE  M.DATA_INSE    = CURRENT DATE
                  AND  M.SEGNO_OPER   = 'D'
                  AND  M.STATO_MOV    = 'I'
                  AND  M.OPE_ROUT_PEA = ' '
                  AND  M.DIVISA_MOV   = 'EUR'
                  AND  SUBSTR(M.BEN_IBAN, 1, 2) = 'IT'
                  AND (SUBSTR(M.BEN_IBAN, 6, 5)
                                      = SUBSTR(M.ORD_IBAN, 6, 5)
                   OR  EXISTS
                      (SELECT 1 FROM T_BE_ABI_GRUPPO G
                        WHERE G.GRP_ABI    = SUBSTR(M.BEN_IBAN, 6, 5)
                          AND G.GRP_ATTIVO = 'S'))
                ORDER BY M.NUM_DIST, M.NUM_MOV
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-ELABORA          THRU 2000-ELABORA-X
                   UNTIL FINE-MOV
           PERFORM 3000-FINALIZZA        THRU 3000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN OUTPUT RPT-BE300-ONUS
           EXEC SQL
                VALUES CHAR(CURRENT DATE, ISO)
                  INTO :S9-DATA-ELAB
           END-EXEC
           MOVE S9-DATA-ELAB(1:4)        TO S9-OGGI(1:4)
           MOVE S9-DATA-ELAB(6:2)        TO S9-OGGI(5:2)
           MOVE S9-DATA-ELAB(9:2)        TO S9-OGGI(7:2)
           MOVE S9-DATA-ELAB             TO W-T1-DATA
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST            TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-ONUS END-EXEC.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-ELABORA: CONTROLLO DEL CONTO BENEFICIARIO; SOLO SE
      *    ESISTE ED E' APERTO SI PASSA AL GIROCONTO
      *----------------------------------------------------------------*
       2000-ELABORA.
           EXEC SQL FETCH CURS-ONUS
                    INTO :S9-ISTITUTO, :S9-DATA-INSE, :S9-NUM-DIST,
                         :S9-NUM-MOV, :S9-CRO, :S9-IMPORTO,
                         :S9-BEN-IBAN, :S9-ABI-BEN, :S9-FL-GRUPPO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-MOV              TO TRUE
               GO TO 2000-ELABORA-X
           END-IF
           ADD 1                         TO S9-TOT-LETTI
           MOVE S9-CRO                   TO W-DETT-CRO
           MOVE S9-BEN-IBAN              TO W-DETT-IBAN
           MOVE S9-ABI-BEN               TO W-DETT-ABI
           MOVE S9-FL-GRUPPO             TO W-DETT-GRUPPO
           COMPUTE W-DETT-IMPORTO = S9-IMPORTO / 100
      *
           MOVE SPACE                    TO S9-RAP-STATO
           EXEC SQL SELECT RAP_SERV, RAP_FIL, RAP_CC, RAP_STATO
                      INTO :S9-RAP-SERV, :S9-RAP-FIL, :S9-RAP-CC,
                           :S9-RAP-STATO
                      FROM T_ANA_RAPPORTI
                     WHERE RAP_IBAN = :S9-BEN-IBAN
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE = 100
                  MOVE 'CONTO INESISTENTE - ORDINARIO'
                                         TO W-DETT-ESITO
             WHEN SQLCODE NOT = ZERO
                  MOVE 'ERRORE DB2 - ORDINARIO'
                                         TO W-DETT-ESITO
             WHEN S9-RAP-STATO NOT = 'A'
                  MOVE 'CONTO NON APERTO - ORDINARIO'
                                         TO W-DETT-ESITO
             WHEN OTHER
                  PERFORM 2100-GIROCONTO THRU 2100-GIROCONTO-X
           END-EVALUATE
           IF  W-DETT-ESITO NOT = 'GIROCONTO ESEGUITO'
           THEN
               ADD 1                     TO S9-TOT-ORDINARI
           END-IF
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2000-ELABORA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-GIROCONTO: L'ACCREDITO NASCE IN UNA DISTINTA PROPRIA
      *    COPIANDO L'ADDEBITO; POI L'ADDEBITO PRENDE CANALE, DATE E
      *    RAPPORTO BENEFICIARIO. SE L'ADDEBITO NON SI AGGIORNA
      *    L'ACCREDITO VIENE TOLTO E IL MOVIMENTO RESTA ALL'ORDINARIO
      *----------------------------------------------------------------*
       2100-GIROCONTO.
           EXEC SQL SELECT NEXT VALUE FOR S_BE00_DIST
                      INTO :S9-NUM-DIST-ACC
                      FROM T_GEN_SOCI
                     WHERE SOCI_CODSOC = 100
           END-EXEC
           EXEC SQL INSERT  INTO BE00TBMO
                            (ISTITUTO
                            ,DATA_INSE
                            ,NUM_DIST
                            ,NUM_MOV
                            ,TIPO_DIST
                            ,TIPO_MOV
                            ,NATU_MOV
                            ,STATO_MOV
                            ,USER_INSE
                            ,IMPORTO
                            ,SEGNO_OPER
                            ,DIVISA_MOV
                            ,CRO_OPE
                            ,ORD_IBAN
                            ,ORD_ANAG
                            ,ORD_NDG
                            ,BEN_IBAN
                            ,BEN_RAP_SERV
                            ,BEN_RAP_FIL
                            ,BEN_RAP_CC
                            ,BEN_ANAG
                            ,BEN_NDG
                            ,OPE_MIT_ABI
                            ,OPE_DES_ABI
                            ,OPE_MOV_GR_BK
                            ,OPE_ROUT_PEA
                            ,OPE_DT_AC_MV
                            ,OPE_DT_VAL_BK
                            ,OPE_DT_REG
                            ,OPE_CANALE
                            ,OPE_NOTE_TEXT)
                    SELECT  ISTITUTO
                           ,DATA_INSE
                           ,:S9-NUM-DIST-ACC
                           ,1
                           ,TIPO_DIST
                           ,TIPO_MOV
                           ,NATU_MOV
                           ,'I'
                           ,'BE300S9'
                           ,IMPORTO
                           ,'A'
                           ,DIVISA_MOV
                           ,CRO_OPE
                           ,ORD_IBAN
                           ,ORD_ANAG
                           ,ORD_NDG
                           ,BEN_IBAN
                           ,:S9-RAP-SERV
                           ,:S9-RAP-FIL
                           ,:S9-RAP-CC
                           ,BEN_ANAG
                           ,BEN_NDG
                           ,OPE_MIT_ABI
                           ,:S9-ABI-BEN
                           ,CASE WHEN :S9-FL-GRUPPO = 'S' THEN 'S'
                                 ELSE OPE_MOV_GR_BK END
                           ,'GIROCONTO'
                           ,:S9-OGGI
                           ,:S9-OGGI
                           ,:S9-OGGI
                           ,OPE_CANALE
                           ,OPE_NOTE_TEXT
                      FROM  BE00TBMO
                     WHERE  ISTITUTO  = :S9-ISTITUTO
                       AND  DATA_INSE = :S9-DATA-INSE
                       AND  NUM_DIST  = :S9-NUM-DIST
                       AND  NUM_MOV   = :S9-NUM-MOV
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 'ERRORE DB2 - ORDINARIO'
                                         TO W-DETT-ESITO
               GO TO 2100-GIROCONTO-X
           END-IF
      *
           EXEC SQL UPDATE BE00TBMO
                       SET OPE_ROUT_PEA  = 'GIROCONTO',
                           OPE_DT_AC_MV  = :S9-OGGI,
                           OPE_DT_VAL_BK = :S9-OGGI,
                           OPE_DT_REG    = :S9-OGGI,
                           OPE_DES_ABI   = :S9-ABI-BEN,
                           OPE_MOV_GR_BK =
                               CASE WHEN :S9-FL-GRUPPO = 'S' THEN 'S'
                                    ELSE OPE_MOV_GR_BK END,
                           BEN_RAP_SERV  = :S9-RAP-SERV,
                           BEN_RAP_FIL   = :S9-RAP-FIL,
                           BEN_RAP_CC    = :S9-RAP-CC
                     WHERE ISTITUTO     = :S9-ISTITUTO
                       AND DATA_INSE    = :S9-DATA-INSE
                       AND NUM_DIST     = :S9-NUM-DIST
                       AND NUM_MOV      = :S9-NUM-MOV
                       AND OPE_ROUT_PEA = ' '
           END-EXEC
           IF  SQLCODE NOT = ZERO OR SQLERRD(3) = ZERO
           THEN
               EXEC SQL DELETE FROM BE00TBMO
                         WHERE ISTITUTO  = :S9-ISTITUTO
                           AND DATA_INSE = :S9-DATA-INSE
                           AND NUM_DIST  = :S9-NUM-DIST-ACC
                           AND NUM_MOV   = 1
               END-EXEC
               MOVE 'ERRORE DB2 - ORDINARIO'
                                         TO W-DETT-ESITO
               GO TO 2100-GIROCONTO-X
           END-IF
           ADD 1                         TO S9-TOT-GIROCONTI
           ADD S9-IMPORTO                TO S9-TOT-IMPORTO
           MOVE 'GIROCONTO ESEGUITO'     TO W-DETT-ESITO.
      *----------------------------------------------------------------*
       2100-GIROCONTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-FINALIZZA.
           EXEC SQL CLOSE CURS-ONUS END-EXEC
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE S9-TOT-LETTI             TO W-TOT-LETTI
           MOVE S9-TOT-GIROCONTI         TO W-TOT-GIROCONTI
           COMPUTE W-TOT-IMPORTO = S9-TOT-IMPORTO / 100
           MOVE S9-TOT-ORDINARI          TO W-TOT-ORDINARI
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RPT-BE300-ONUS
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       3000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM BE300S9 ********************************
