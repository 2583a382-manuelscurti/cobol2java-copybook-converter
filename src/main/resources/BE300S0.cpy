      ******************************************************************
      *                        BE300S0                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - ESTRATTI CAMT.053/054 PER  *
      *                 I CORPORATE                                   *
      *  DESCRIZIONE  : I CORPORATE CHE CI MANDANO LE DISTINTE        *
      *                 PAIN.001 VOGLIONO DI RITORNO IL RESOCONTO     *
      *                 LEGGIBILE DAL PROPRIO ERP DI TUTTI I BONIFICI *
      *                 IN DARE E IN AVERE SUI LORO RAPPORTI. PER     *
      *                 OGNI ABBONAMENTO ATTIVO (T_BE_CAMT_ABB: UNA   *
      *                 RIGA PER CLIENTE E RAPPORTO, CON IL CODICE    *
      *                 SIA DEL CANALE CBI DI CONSEGNA) PRODUCE IL    *
      *                 MESSAGGIO ISO 20022 IN FORMATO APPIATTITO     *
      *                 (COME IL PAIN.002 DI BE300RS) SU CAMTOUT:     *
      *                   H  TESTATA ESTRATTO (MESSAGGIO, SIA,        *
      *                      IDENTIFICATIVO, RAPPORTO, IBAN, DATA)    *
      *                   D  UN MOVIMENTO: CRDT/DBIT, IMPORTO,        *
      *                      DATA CONTABILE E VALUTA, END-TO-END      *
      *                      (OPE_NOTE_TEXT), CRO, CONTROPARTE,       *
      *                      CAUSALE (OPE_DESC_CAUS), SPESE           *
      *                   T  CODA CON NUMERI E TOTALI DARE/AVERE      *
      *                 MODALITA' DA PARCAMT:                         *
      *                   '3' CAMT.053 DI FINE GIORNATA: MOVIMENTI    *
      *                       CONTABILIZZATI (OPE_DT_AC_MV) NEL       *
      *                       GIORNO DI RIFERIMENTO, ESTRATTO ANCHE   *
      *                       SE VUOTO                                *
      *                   '4' CAMT.054 INFRAGIORNALIERO, SOLO PER GLI *
      *                       ABBONAMENTI CHE LO CHIEDONO: MOVIMENTI  *
      *                       INSERITI OGGI DOPO L'ULTIMO INVIO       *
      *                       (ABB_ULT_054_DATA/ORA), DA SCHEDULARE   *
      *                       PIU' VOLTE IN GIORNATA                  *
      *                 IL RAPPORTO E' BE3P02-ORD-RAP-* PER GLI       *
      *                 ADDEBITI E BE3P02-BEN-RAP-* PER GLI           *
      *                 ACCREDITI. I SALDI DI CONTO NON SONO SU       *
      *                 BE00TBMO: IL FLUSSO PORTA SOLO I MOVIMENTI E  *
      *                 I TOTALI DI PERIODO (TTLNTRIES)               *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : PARCAMT (MODALITA', DATA AAAAMMGG),           *
      *                 T_BE_CAMT_ABB, BE00TBMO (DB2)                 *
      *  OUTPUT       : FLUSSO CAMTOUT PER IL CANALE CBI,             *
      *                 T_BE_CAMT_ABB (ULTIMO INVIO 054), REPORT SU   *
      *                 RPT-BE300-CAMT                                *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - ESTRATTI CAMT.053 DI FINE GIORNATA E *
      *           NOTIFICHE CAMT.054 INFRAGIORNALIERE PER ABBONAMENTO  *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300S0.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT PAR-FILE          ASSIGN  TO  PARCAMT
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT CAMT-FILE         ASSIGN  TO  CAMTOUT
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-BE300-CAMT    ASSIGN  TO  RPTBECAM
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  PAR-FILE
           RECORDING MODE IS F.
       01  PAR-RECORD.
           02  PAR-MODALITA             PIC  X(01).
           02  PAR-DATA-RIF             PIC  X(08).
           02  FILLER                   PIC  X(71).
      *
      *----------------------------------------------------------------*
      *    FLUSSO CAMT APPIATTITO: IMPORTI IN CENTESIMI, SEGNO DATO
      *    DALL'INDICATORE CRDT/DBIT
      *----------------------------------------------------------------*
       FD  CAMT-FILE
           RECORDING MODE IS F.
       01  CAMT-REC-H.
           02  CAMT-H-TIPO              PIC  X(01).
           02  CAMT-H-MESSAGGIO         PIC  X(08).
           02  CAMT-H-CODSIA            PIC  X(05).
           02  CAMT-H-ID-ESTRATTO       PIC  X(35).
           02  CAMT-H-CODCLI            PIC  9(14).
           02  CAMT-H-RAP-SERV          PIC  X(02).
           02  CAMT-H-RAP-FIL           PIC  X(05).
           02  CAMT-H-RAP-CC            PIC  X(08).
           02  CAMT-H-IBAN              PIC  X(34).
           02  CAMT-H-DATA-RIF          PIC  X(08).
           02  CAMT-H-DATA-CREAZ        PIC  X(08).
           02  CAMT-H-ORA-CREAZ         PIC  X(06).
           02  FILLER                   PIC  X(167).
       01  CAMT-REC-D.
           02  CAMT-D-TIPO              PIC  X(01).
           02  CAMT-D-CDT-DBT           PIC  X(04).
           02  CAMT-D-IMPORTO           PIC  9(15).
           02  CAMT-D-DIVISA            PIC  X(03).
           02  CAMT-D-STATO             PIC  X(04).
           02  CAMT-D-DT-CONT           PIC  X(08).
           02  CAMT-D-DT-VAL            PIC  X(08).
           02  CAMT-D-END-TO-END        PIC  X(35).
           02  CAMT-D-CRO               PIC  X(35).
           02  CAMT-D-CTP-NOME          PIC  X(70).
           02  CAMT-D-CTP-IBAN          PIC  X(34).
           02  CAMT-D-CAUSALE           PIC  X(50).
           02  CAMT-D-SPESE             PIC  9(09).
           02  FILLER                   PIC  X(24).
       01  CAMT-REC-T.
           02  CAMT-T-TIPO              PIC  X(01).
           02  CAMT-T-NUM-CRDT          PIC  9(07).
           02  CAMT-T-TOT-CRDT          PIC  9(15).
           02  CAMT-T-NUM-DBIT          PIC  9(07).
           02  CAMT-T-TOT-DBIT          PIC  9(15).
           02  CAMT-T-TOT-SPESE         PIC  9(11).
           02  FILLER                   PIC  X(244).
      *
       FD  RPT-BE300-CAMT
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *----------------------------------------------------------------*
      *    MODALITA' E DATE (AAAAMMGG COME I CAMPI DI BE00TBMO)
      *----------------------------------------------------------------*
       01  S0-MODALITA                   PIC  X(01)  VALUE '3'.
           88  S0-CAMT053                            VALUE '3'.
           88  S0-CAMT054                            VALUE '4'.
       01  S0-DATA-ISO                   PIC  X(10)  VALUE SPACE.
       01  S0-OGGI-ISO                   PIC  X(10)  VALUE SPACE.
       01  S0-ORA-ISO                    PIC  X(08)  VALUE SPACE.
       01  S0-DATA-RIF                   PIC  X(08)  VALUE SPACE.
       01  S0-OGGI                       PIC  X(08)  VALUE SPACE.
       01  S0-ORA                        PIC  X(06)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    ABBONAMENTO IN LAVORAZIONE
      *----------------------------------------------------------------*
       01  S0-CODCLI                     PIC  9(14)  VALUE ZERO.
       01  S0-RAP-SERV                   PIC  X(02)  VALUE SPACE.
       01  S0-RAP-FIL                    PIC  X(05)  VALUE SPACE.
       01  S0-RAP-CC                     PIC  X(08)  VALUE SPACE.
       01  S0-IBAN                       PIC  X(34)  VALUE SPACE.
       01  S0-CODSIA                     PIC  X(05)  VALUE SPACE.
       01  S0-ULT-ORA                    PIC  X(08)  VALUE SPACE.
       01  S0-MAX-ORA                    PIC  X(08)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    MOVIMENTO IN LAVORAZIONE (IMPORTI IN CENTESIMI)
      *----------------------------------------------------------------*
       01  S0-SEGNO                      PIC  X(01)  VALUE SPACE.
       01  S0-IMPORTO                    PIC S9(18)  COMP-3 VALUE ZERO.
       01  S0-DIVISA                     PIC  X(03)  VALUE SPACE.
       01  S0-DT-CONT                    PIC  X(08)  VALUE SPACE.
       01  S0-DT-VAL                     PIC  X(08)  VALUE SPACE.
       01  S0-END-TO-END                 PIC  X(35)  VALUE SPACE.
       01  S0-CRO                        PIC  X(35)  VALUE SPACE.
       01  S0-CTP-NOME                   PIC  X(70)  VALUE SPACE.
       01  S0-CTP-IBAN                   PIC  X(34)  VALUE SPACE.
       01  S0-CAUSALE                    PIC  X(50)  VALUE SPACE.
       01  S0-SPESE                      PIC S9(09)  COMP-3 VALUE ZERO.
       01  S0-STATO                      PIC  X(04)  VALUE SPACE.
       01  S0-TIME-INSE                  PIC  X(08)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    TOTALI DELL'ESTRATTO E DELLA CORSA
      *----------------------------------------------------------------*
       01  S0-NUM-CRDT                   PIC S9(07)  COMP-3 VALUE ZERO.
       01  S0-TOT-CRDT                   PIC S9(15)  COMP-3 VALUE ZERO.
       01  S0-NUM-DBIT                   PIC S9(07)  COMP-3 VALUE ZERO.
       01  S0-TOT-DBIT                   PIC S9(15)  COMP-3 VALUE ZERO.
       01  S0-TOT-SPESE                  PIC S9(11)  COMP-3 VALUE ZERO.
       01  S0-TOT-ABB                    PIC S9(07)  COMP-3 VALUE ZERO.
       01  S0-TOT-ESTRATTI               PIC S9(07)  COMP-3 VALUE ZERO.
       01  S0-TOT-MOVIMENTI              PIC S9(09)  COMP-3 VALUE ZERO.
      *
       01  SW-FINE-ABB                   PIC  X(01)  VALUE 'N'.
           88  FINE-ABB                              VALUE 'S'.
       01  SW-FINE-MOV                   PIC  X(01)  VALUE 'N'.
           88  FINE-MOV                              VALUE 'S'.
       01  SW-TESTATA                    PIC  X(01)  VALUE 'N'.
           88  TESTATA-SCRITTA                       VALUE 'S'.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(36)  VALUE
               'ESTRATTI ISO 20022 PER I CORPORATE '.
           02  W-T1-MESSAGGIO            PIC  X(08).
           02  FILLER                    PIC  X(17)  VALUE
               ' - RIFERIMENTO '.
           02  W-T1-DATA                 PIC  X(08).
           02  FILLER                    PIC  X(63)  VALUE SPACE.
      *
       01  W-RIGA-INTEST.
           02  FILLER                    PIC  X(44)  VALUE
               '       CLIENTE SE FILIA CONTO    SIA   N.AVE'.
           02  FILLER                    PIC  X(44)  VALUE
               'RE       TOTALE AVERE  N.DARE        TOTALE '.
           02  FILLER                    PIC  X(44)  VALUE
               'DARE         SPESE ESITO                    '.
      *
       01  W-RIGA-DETT.
           02  W-DET-CODCLI              PIC  Z(13)9.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-RAP-SERV            PIC  X(02).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-RAP-FIL             PIC  X(05).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-RAP-CC              PIC  X(08).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-CODSIA              PIC  X(05).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-NUM-CRDT            PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-TOT-CRDT            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-NUM-DBIT            PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-TOT-DBIT            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-TOT-SPESE           PIC  ZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-NOTA                PIC  X(25).
      *
       01  W-RIGA-TOTALI.
           02  FILLER                    PIC  X(22)  VALUE
               'ABBONAMENTI ELABORATI:'.
           02  W-TOT-ABB                 PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  ESTRATTI INVIATI:'.
           02  W-TOT-ESTRATTI            PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(14)  VALUE
               '  MOVIMENTI:'.
           02  W-TOT-MOVIMENTI           PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(53)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    ABBONAMENTI ATTIVI; IN MODALITA' 054 SOLO QUELLI CHE LO
      *    CHIEDONO. L'ULTIMO INVIO 054 CONTA SOLO SE E' DI OGGI
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-ABB CURSOR FOR
               SELECT  ABB_CODCLI, ABB_RAP_SERV, ABB_RAP_FIL,
                       ABB_RAP_CC, ABB_IBAN, ABB_CODSIA,
                       CASE WHEN ABB_ULT_054_DATA = :S0-OGGI
                            THEN ABB_ULT_054_ORA
                            ELSE '00000000'
                       END
                 FROM  T_BE_CAMT_ABB
                WHERE  ABB_ATTIVO = 'S'
                  AND (:S0-MODALITA = '3'
                   OR  ABB_FL_054 = 'S')
                ORDER BY ABB_CODSIA, ABB_CODCLI, ABB_RAP_SERV,
                         ABB_RAP_FIL, ABB_RAP_CC
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    BONIFICI DEL RAPPORTO: ADDEBITI DAL LATO ORDINANTE,
      *    ACCREDITI DAL LATO BENEFICIARIO; CONTROPARTE, VALUTA E
      *    SPESE DAL LATO OPPOSTO O DALLO STESSO LATO SECONDO IL SEGNO.
      *    L'END-TO-END VIAGGIA IN TESTA A OPE_NOTE_TEXT (BE300RI)
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-MOV CURSOR FOR
               SELECT  SEGNO_OPER, IMPORTO, DIVISA_MOV, OPE_DT_AC_MV,
                       CASE WHEN SEGNO_OPER = 'D'
                            THEN ORD_VL_AD
                            ELSE BEN_VL_AC_APP
                       END,
                       SUBSTR(OPE_NOTE_TEXT, 1, 35), CRO_OPE,
                       CASE WHEN SEGNO_OPER = 'D'
                            THEN BEN_ANAG
                            ELSE ORD_ANAG
                       END,
                       CASE WHEN SEGNO_OPER = 'D'
                            THEN BEN_IBAN
                            ELSE ORD_IBAN
                       END,
                       OPE_DESC_CAUS,
                       CASE WHEN SEGNO_OPER = 'D'
                            THEN ORD_COMM_CALC + ORD_SP_OP_CAL
                            ELSE BEN_COMM_CALC + BEN_SPESE_OPE
                       END,
                       CASE WHEN OPE_DT_REG <> ' '
                            THEN 'BOOK'
                            ELSE 'PDNG'
                       END,
                       TIME_INSE
                 FROM  BE00TBMO
                WHERE ((SEGNO_OPER   = 'D'
                  AND   ORD_RAP_SERV = :S0-RAP-SERV
                  AND   ORD_RAP_FIL  = :S0-RAP-FIL
                  AND   ORD_RAP_CC   = :S0-RAP-CC)
                   OR  (SEGNO_OPER   = 'A'
                  AND   BEN_RAP_SERV = :S0-RAP-SERV
                  AND   BEN_RAP_FIL  = :S0-RAP-FIL
                  AND   BEN_RAP_CC   = :S0-RAP-CC))
                  AND ((:S0-MODALITA = '3'
                  AND   OPE_DT_AC_MV = :S0-DATA-RIF)
                   OR  (:S0-MODALITA = '4'
                  AND   DATA_INSE    = CURRENT DATE
                  AND   TIME_INSE    > :S0-ULT-ORA))
                  AND   STATO_MOV   <> 'X'
                ORDER BY NUM_DIST, NUM_MOV
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           EXEC SQL OPEN CURS-ABB END-EXEC
           PERFORM 2000-UN-ABBONAMENTO   THRU 2000-UN-ABBONAMENTO-X
                   UNTIL FINE-ABB
           EXEC SQL CLOSE CURS-ABB END-EXEC
           PERFORM 9000-FINALIZZA        THRU 9000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
      *    1000-INIZIALIZZA: MODALITA' E GIORNO DI RIFERIMENTO DA
      *    PARCAMT (IN MANCANZA 053 DI IERI)
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN OUTPUT CAMT-FILE RPT-BE300-CAMT
           EXEC SQL
                VALUES (CHAR(CURRENT DATE - 1 DAY, ISO),
                        CHAR(CURRENT DATE, ISO),
                        CHAR(CURRENT TIME, ISO))
                  INTO :S0-DATA-ISO, :S0-OGGI-ISO, :S0-ORA-ISO
           END-EXEC
           OPEN INPUT  PAR-FILE
           READ PAR-FILE
             AT END
                  MOVE SPACE             TO PAR-RECORD
           END-READ
           CLOSE PAR-FILE
           IF  PAR-MODALITA = '4'
           THEN
               SET S0-CAMT054            TO TRUE
               MOVE S0-OGGI-ISO          TO S0-DATA-ISO
           END-IF
           IF  S0-CAMT053
           AND PAR-DATA-RIF IS NUMERIC
           THEN
               STRING PAR-DATA-RIF(1:4) '-' PAR-DATA-RIF(5:2) '-'
                      PAR-DATA-RIF(7:2)
                      DELIMITED BY SIZE  INTO S0-DATA-ISO
               END-STRING
           END-IF
           MOVE S0-DATA-ISO(1:4)         TO S0-DATA-RIF(1:4)
           MOVE S0-DATA-ISO(6:2)         TO S0-DATA-RIF(5:2)
           MOVE S0-DATA-ISO(9:2)         TO S0-DATA-RIF(7:2)
           MOVE S0-OGGI-ISO(1:4)         TO S0-OGGI(1:4)
           MOVE S0-OGGI-ISO(6:2)         TO S0-OGGI(5:2)
           MOVE S0-OGGI-ISO(9:2)         TO S0-OGGI(7:2)
           MOVE S0-ORA-ISO(1:2)          TO S0-ORA(1:2)
           MOVE S0-ORA-ISO(4:2)          TO S0-ORA(3:2)
           MOVE S0-ORA-ISO(7:2)          TO S0-ORA(5:2)
      *
           IF  S0-CAMT053
           THEN
               MOVE 'CAMT.053'           TO W-T1-MESSAGGIO
           ELSE
               MOVE 'CAMT.054'           TO W-T1-MESSAGGIO
           END-IF
           MOVE S0-DATA-RIF              TO W-T1-DATA
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
      *    2000-UN-ABBONAMENTO: UN ESTRATTO PER RAPPORTO. IL 053 ESCE
      *    ANCHE SENZA MOVIMENTI, IL 054 SOLO SE C'E' QUALCOSA
      *----------------------------------------------------------------*
       2000-UN-ABBONAMENTO.
           EXEC SQL FETCH CURS-ABB
                    INTO :S0-CODCLI, :S0-RAP-SERV, :S0-RAP-FIL,
                         :S0-RAP-CC, :S0-IBAN, :S0-CODSIA,
                         :S0-ULT-ORA
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-ABB              TO TRUE
               GO TO 2000-UN-ABBONAMENTO-X
           END-IF
           ADD 1                         TO S0-TOT-ABB
           MOVE ZERO                     TO S0-NUM-CRDT S0-TOT-CRDT
                                            S0-NUM-DBIT S0-TOT-DBIT
                                            S0-TOT-SPESE
           MOVE S0-ULT-ORA               TO S0-MAX-ORA
           MOVE 'N'                      TO SW-TESTATA
           IF  S0-CAMT053
           THEN
               PERFORM 2100-TESTATA      THRU 2100-TESTATA-X
           END-IF
      *
           MOVE 'N'                      TO SW-FINE-MOV
           EXEC SQL OPEN CURS-MOV END-EXEC
           PERFORM 2200-UN-MOVIMENTO     THRU 2200-UN-MOVIMENTO-X
                   UNTIL FINE-MOV
           EXEC SQL CLOSE CURS-MOV END-EXEC
      *
           MOVE S0-CODCLI                TO W-DET-CODCLI
           MOVE S0-RAP-SERV              TO W-DET-RAP-SERV
           MOVE S0-RAP-FIL               TO W-DET-RAP-FIL
           MOVE S0-RAP-CC                TO W-DET-RAP-CC
           MOVE S0-CODSIA                TO W-DET-CODSIA
           MOVE S0-NUM-CRDT              TO W-DET-NUM-CRDT
           COMPUTE W-DET-TOT-CRDT = S0-TOT-CRDT / 100
           MOVE S0-NUM-DBIT              TO W-DET-NUM-DBIT
           COMPUTE W-DET-TOT-DBIT = S0-TOT-DBIT / 100
           COMPUTE W-DET-TOT-SPESE = S0-TOT-SPESE / 100
           IF  NOT TESTATA-SCRITTA
           THEN
               MOVE 'NIENTE DA INVIARE'  TO W-DET-NOTA
               MOVE W-RIGA-DETT          TO RPT-RIGA
               WRITE RPT-RIGA
               GO TO 2000-UN-ABBONAMENTO-X
           END-IF
      *
           MOVE SPACE                    TO CAMT-REC-T
           MOVE 'T'                      TO CAMT-T-TIPO
           MOVE S0-NUM-CRDT              TO CAMT-T-NUM-CRDT
           MOVE S0-TOT-CRDT              TO CAMT-T-TOT-CRDT
           MOVE S0-NUM-DBIT              TO CAMT-T-NUM-DBIT
           MOVE S0-TOT-DBIT              TO CAMT-T-TOT-DBIT
           MOVE S0-TOT-SPESE             TO CAMT-T-TOT-SPESE
           WRITE CAMT-REC-T
           ADD 1                         TO S0-TOT-ESTRATTI
           MOVE 'INVIATO'                TO W-DET-NOTA
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA
      *
      *    054: IL PROSSIMO INVIO RIPARTE DALL'ULTIMO MOVIMENTO VISTO
           IF  S0-CAMT054
           THEN
               EXEC SQL UPDATE T_BE_CAMT_ABB
                           SET ABB_ULT_054_DATA = :S0-OGGI,
                               ABB_ULT_054_ORA  = :S0-MAX-ORA
                         WHERE ABB_CODCLI   = :S0-CODCLI
                           AND ABB_RAP_SERV = :S0-RAP-SERV
                           AND ABB_RAP_FIL  = :S0-RAP-FIL
                           AND ABB_RAP_CC   = :S0-RAP-CC
               END-EXEC
           END-IF.
      *----------------------------------------------------------------*
       2000-UN-ABBONAMENTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-TESTATA: L'IDENTIFICATIVO DELL'ESTRATTO E' MESSAGGIO,
      *    DATA DI RIFERIMENTO (O ORA DI CREAZIONE PER IL 054) E
      *    RAPPORTO
      *----------------------------------------------------------------*
       2100-TESTATA.
           MOVE SPACE                    TO CAMT-REC-H
           MOVE 'H'                      TO CAMT-H-TIPO
           MOVE W-T1-MESSAGGIO           TO CAMT-H-MESSAGGIO
           MOVE S0-CODSIA                TO CAMT-H-CODSIA
           IF  S0-CAMT053
           THEN
               STRING '053-' S0-DATA-RIF '-' S0-RAP-SERV S0-RAP-FIL
                      S0-RAP-CC
                      DELIMITED BY SIZE  INTO CAMT-H-ID-ESTRATTO
               END-STRING
           ELSE
               STRING '054-' S0-OGGI S0-ORA '-' S0-RAP-SERV
                      S0-RAP-FIL S0-RAP-CC
                      DELIMITED BY SIZE  INTO CAMT-H-ID-ESTRATTO
               END-STRING
           END-IF
           MOVE S0-CODCLI                TO CAMT-H-CODCLI
           MOVE S0-RAP-SERV              TO CAMT-H-RAP-SERV
           MOVE S0-RAP-FIL               TO CAMT-H-RAP-FIL
           MOVE S0-RAP-CC                TO CAMT-H-RAP-CC
           MOVE S0-IBAN                  TO CAMT-H-IBAN
           MOVE S0-DATA-RIF              TO CAMT-H-DATA-RIF
           MOVE S0-OGGI                  TO CAMT-H-DATA-CREAZ
           MOVE S0-ORA                   TO CAMT-H-ORA-CREAZ
           WRITE CAMT-REC-H
           SET TESTATA-SCRITTA           TO TRUE.
      *----------------------------------------------------------------*
       2100-TESTATA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2200-UN-MOVIMENTO.
           EXEC SQL FETCH CURS-MOV
                    INTO :S0-SEGNO, :S0-IMPORTO, :S0-DIVISA,
                         :S0-DT-CONT, :S0-DT-VAL, :S0-END-TO-END,
                         :S0-CRO, :S0-CTP-NOME, :S0-CTP-IBAN,
                         :S0-CAUSALE, :S0-SPESE, :S0-STATO,
                         :S0-TIME-INSE
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-MOV              TO TRUE
               GO TO 2200-UN-MOVIMENTO-X
           END-IF
           IF  NOT TESTATA-SCRITTA
           THEN
               PERFORM 2100-TESTATA      THRU 2100-TESTATA-X
           END-IF
           ADD 1                         TO S0-TOT-MOVIMENTI
           IF  S0-TIME-INSE > S0-MAX-ORA
           THEN
               MOVE S0-TIME-INSE         TO S0-MAX-ORA
           END-IF
      *
           MOVE SPACE                    TO CAMT-REC-D
           MOVE 'D'                      TO CAMT-D-TIPO
           IF  S0-SEGNO = 'D'
           THEN
               MOVE 'DBIT'               TO CAMT-D-CDT-DBT
               ADD 1                     TO S0-NUM-DBIT
               ADD S0-IMPORTO            TO S0-TOT-DBIT
           ELSE
               MOVE 'CRDT'               TO CAMT-D-CDT-DBT
               ADD 1                     TO S0-NUM-CRDT
               ADD S0-IMPORTO            TO S0-TOT-CRDT
           END-IF
           ADD S0-SPESE                  TO S0-TOT-SPESE
           MOVE S0-IMPORTO               TO CAMT-D-IMPORTO
           MOVE S0-DIVISA                TO CAMT-D-DIVISA
           MOVE S0-STATO                 TO CAMT-D-STATO
           MOVE S0-DT-CONT               TO CAMT-D-DT-CONT
           MOVE S0-DT-VAL                TO CAMT-D-DT-VAL
           MOVE S0-END-TO-END            TO CAMT-D-END-TO-END
           MOVE S0-CRO                   TO CAMT-D-CRO
           MOVE S0-CTP-NOME              TO CAMT-D-CTP-NOME
           MOVE S0-CTP-IBAN              TO CAMT-D-CTP-IBAN
           MOVE S0-CAUSALE               TO CAMT-D-CAUSALE
           MOVE S0-SPESE                 TO CAMT-D-SPESE
           WRITE CAMT-REC-D.
      *----------------------------------------------------------------*
       2200-UN-MOVIMENTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
           EXEC SQL COMMIT END-EXEC
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE S0-TOT-ABB               TO W-TOT-ABB
           MOVE S0-TOT-ESTRATTI          TO W-TOT-ESTRATTI
           MOVE S0-TOT-MOVIMENTI         TO W-TOT-MOVIMENTI
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE CAMT-FILE RPT-BE300-CAMT.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM BE300S0 ********************************
