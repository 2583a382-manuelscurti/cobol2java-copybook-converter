      ******************************************************************
      *                        D05223S2                                *
      *                                                                *
      *  PROCEDURA    : DFAX A SERVIZI - RIORGANIZZAZIONE AGENZIE      *
      *  DESCRIZIONE  : CARICA IL FILE DEGLI SPOSTAMENTI DI RETE       *
      *                 (DD MAPAGE) E LI APPLICA ALLA DATA DI          *
      *                 DECORRENZA SULL'AGENZIA CORRENTE DEI DEALER    *
      *                 (T_DFAX_VDR_AGEN), SENZA PERDERE LA STORIA:    *
      *                  - RECORD 'A': AGENZIA ACCORPATA O CHIUSA,     *
      *                    TUTTI I SUOI DEALER PASSANO ALLA NUOVA E    *
      *                    LE PRATICHE CHE ARRIVANO ANCORA CON IL      *
      *                    VECCHIO CODICE ESCONO CON I RECAPITI DELLA  *
      *                    NUOVA (D05223A0, 820-AGE-CONTATTI)          *
      *                  - RECORD 'V': SINGOLO DEALER SPOSTATO         *
      *                 IL FILE SI CONTROLLA TUTTO PRIMA DI CARICARLO: *
      *                 UN SOLO RECORD ERRATO E NON SI CARICA NULLA.   *
      *                 GLI SPOSTAMENTI CARICATI RESTANO IN ATTESA     *
      *                 ('P') SU T_DFAX_AGE_RIORG FINO ALLA DATA DI    *
      *                 DECORRENZA; ALLORA LA RIGA APERTA DEL DEALER   *
      *                 SI CHIUDE E SE NE APRE UNA NUOVA CON ORIGINE   *
      *                 'R', CHE LE PRATICHE NON SCAVALCANO. LE        *
      *                 PRATICHE GIA' LAVORATE CONSERVANO L'AGENZIA    *
      *                 CHE LE HA GESTITE E COSI' I REPORT             *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : MAPAGE (SPOSTAMENTI), T_ATA_AGEN, TBVDVDR,     *
      *                 T_DFAX_AGE_RIORG, T_DFAX_VDR_AGEN (DB2)        *
      *  OUTPUT       : T_DFAX_AGE_RIORG, T_DFAX_VDR_AGEN AGGIORNATE,  *
      *                 REPORT SU RPT-DFAX-RIORG                       *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - RIORGANIZZAZIONE DELLA RETE AGENZIE  *
      *           CON DECORRENZA E STORIA PER DEALER                   *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223S2.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT MAP-FILE          ASSIGN  TO  MAPAGE
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-DFAX-RIORG    ASSIGN  TO  RPTDFRIO
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
      *
      *----------------------------------------------------------------*
      *    SPOSTAMENTI DI RETE: '*' IN COLONNA 1 E' UN COMMENTO
      *      A ooo     nnn AAAA-MM-GG   AGENZIA ooo -> nnn
      *      V vvvvvvv nnn AAAA-MM-GG   DEALER vvvvvvv -> nnn
      *----------------------------------------------------------------*
       FD  MAP-FILE
           RECORDING MODE IS F.
       01  MAP-RECORD.
           02  MAP-TIPO                 PIC  X(01).
               88  MAP-AGENZIA                       VALUE 'A'.
               88  MAP-DEALER                        VALUE 'V'.
               88  MAP-COMMENTO                      VALUE '*'.
           02  FILLER                   PIC  X(01).
           02  MAP-CHIAVE               PIC  X(07).
           02  MAP-CHIAVE-AGE REDEFINES MAP-CHIAVE.
               03  MAP-AGE-OLD          PIC  X(03).
               03  MAP-AGE-OLD-FILLER   PIC  X(04).
           02  FILLER                   PIC  X(01).
           02  MAP-AGE-NEW              PIC  X(03).
           02  FILLER                   PIC  X(01).
           02  MAP-DATA-EFF             PIC  X(10).
           02  FILLER                   PIC  X(56).
      *
       FD  RPT-DFAX-RIORG
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
       01  S2-PGM-REGISTRO               PIC  X(08)  VALUE 'OP0001K0'.
       01  S2-DATA-ELAB                  PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    SPOSTAMENTO IN CONTROLLO / IN APPLICAZIONE
      *----------------------------------------------------------------*
       01  S2-TIPO                       PIC  X(01)  VALUE SPACE.
       01  S2-CHIAVE                     PIC  9(07)  VALUE ZERO.
       01  S2-AGE-OLD                    PIC  9(03)  VALUE ZERO.
       01  S2-AGE-NEW                    PIC  9(03)  VALUE ZERO.
       01  S2-DATA-EFF                   PIC  X(10)  VALUE SPACE.
       01  S2-DATA-INS                   PIC  X(26)  VALUE SPACE.
       01  S2-CONTA                      PIC S9(05)  COMP-3 VALUE ZERO.
       01  S2-ERRORE                     PIC  X(40)  VALUE SPACE.
       01  S2-SQLCODE                    PIC  -9(05) VALUE ZERO.
       01  S2-NUM-VDR                    PIC S9(07)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    RIGA APERTA DEL DEALER DA SPOSTARE
      *----------------------------------------------------------------*
       01  S2-VDR                        PIC  9(07)  VALUE ZERO.
       01  S2-VAG-AGE                    PIC  9(03)  VALUE ZERO.
       01  S2-VAG-DATA-DA                PIC  X(10)  VALUE SPACE.
       01  S2-VAG-ORIGINE                PIC  X(01)  VALUE SPACE.
       01  S2-NOTA                       PIC  X(30)  VALUE SPACE.
      *
       01  SW-FINE-MAP                   PIC  X(01)  VALUE 'N'.
           88  FINE-MAP                              VALUE 'S'.
       01  SW-FINE-RIO                   PIC  X(01)  VALUE 'N'.
           88  FINE-RIO                              VALUE 'S'.
       01  SW-FINE-VAG                   PIC  X(01)  VALUE 'N'.
           88  FINE-VAG                              VALUE 'S'.
       01  SW-VAG-APERTA                 PIC  X(01)  VALUE 'N'.
           88  VAG-APERTA                            VALUE 'S'.
      *
       01  S2-TOT-LETTI                  PIC S9(07)  COMP-3 VALUE ZERO.
       01  S2-TOT-ERRATI                 PIC S9(07)  COMP-3 VALUE ZERO.
       01  S2-TOT-CARICATI               PIC S9(07)  COMP-3 VALUE ZERO.
       01  S2-TOT-APPLICATI              PIC S9(07)  COMP-3 VALUE ZERO.
       01  S2-TOT-SPOSTATI               PIC S9(07)  COMP-3 VALUE ZERO.
       01  S2-TOT-ATTESA                 PIC S9(07)  COMP-3 VALUE ZERO.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                PIC  X(36)  VALUE
               'DFAX - RIORGANIZZAZIONE AGENZIE DEL'.
           02  W-T1-DATA             PIC  X(10).
           02  FILLER                PIC  X(86)  VALUE SPACE.
      *
       01  W-RIGA-DOPPIA             PIC  X(132) VALUE
           'ATTENZIONE: CORSA GIA'' ANDATA OK PER QUESTA DATA'.
      *
       01  W-RIGA-SEZ-MAP            PIC  X(132) VALUE
           'CONTROLLO DEL FILE DEGLI SPOSTAMENTI (MAPAGE)'.
       01  W-RIGA-SEZ-APP            PIC  X(132) VALUE
           'SPOSTAMENTI APPLICATI (DECORRENZA RAGGIUNTA)'.
       01  W-RIGA-RESPINTO           PIC  X(132) VALUE
           'FILE RESPINTO: CORREGGERE GLI ERRORI E RIPRESENTARLO, NESSUN
      -    'O SPOSTAMENTO E'' STATO CARICATO'.
       01  W-RIGA-NESSUN-FILE        PIC  X(132) VALUE
           'NESSUNO SPOSTAMENTO NUOVO NEL FILE'.
      *
       01  W-RIGA-MAP.
           02  W-MAP-RECORD          PIC  X(24).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-MAP-ESITO           PIC  X(40).
           02  FILLER                PIC  X(66)  VALUE SPACE.
      *
       01  W-RIGA-APP.
           02  W-APP-TIPO            PIC  X(08).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  FILLER                PIC  X(04)  VALUE 'VDR '.
           02  W-APP-VDR             PIC  9(07).
           02  FILLER                PIC  X(10)  VALUE '  AGENZIA '.
           02  W-APP-AGE-OLD         PIC  ZZ9.
           02  FILLER                PIC  X(04)  VALUE ' -> '.
           02  W-APP-AGE-NEW         PIC  9(03).
           02  FILLER                PIC  X(06)  VALUE '  DAL '.
           02  W-APP-DATA            PIC  X(10).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-APP-NOTA            PIC  X(30).
           02  FILLER                PIC  X(43)  VALUE SPACE.
      *
       01  W-RIGA-APP-AGE.
           02  FILLER                PIC  X(18)  VALUE
               'AGENZIA ACCORPATA '.
           02  W-AAG-AGE-OLD         PIC  9(03).
           02  FILLER                PIC  X(04)  VALUE ' -> '.
           02  W-AAG-AGE-NEW         PIC  9(03).
           02  FILLER                PIC  X(06)  VALUE '  DAL '.
           02  W-AAG-DATA            PIC  X(10).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-AAG-NUM-VDR         PIC  ZZZ.ZZ9.
           02  FILLER                PIC  X(16)  VALUE
               ' DEALER SPOSTATI'.
           02  FILLER                PIC  X(63)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI1.
           02  FILLER                PIC  X(24)  VALUE
               'RECORD LETTI:          '.
           02  W-TOT-LETTI           PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(24)  VALUE
               '  ERRATI:              '.
           02  W-TOT-ERRATI          PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(24)  VALUE
               '  CARICATI:            '.
           02  W-TOT-CARICATI        PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(33)  VALUE SPACE.
       01  W-RIGA-TOTALI2.
           02  FILLER                PIC  X(24)  VALUE
               'SPOSTAMENTI APPLICATI: '.
           02  W-TOT-APPLICATI       PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(24)  VALUE
               '  DEALER SPOSTATI:     '.
           02  W-TOT-SPOSTATI        PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(24)  VALUE
               '  IN ATTESA DI DATA:   '.
           02  W-TOT-ATTESA          PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(33)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    SPOSTAMENTI ARRIVATI A DECORRENZA: PRIMA GLI ACCORPAMENTI,
      *    POI I SINGOLI DEALER, CHE COSI' PREVALGONO A PARITA' DI DATA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-RIO CURSOR WITH HOLD FOR
               SELECT  RIO_TIPO, RIO_CHIAVE, RIO_AGE_NEW,
                       CHAR(RIO_DATA_EFF, ISO), CHAR(RIO_DATA_INS)
                 FROM  T_DFAX_AGE_RIORG
                WHERE  RIO_STATO     = 'P'
                  AND  RIO_DATA_EFF <= DATE(:S2-DATA-ELAB)
                ORDER BY RIO_DATA_EFF, RIO_TIPO, RIO_DATA_INS
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    DEALER CON RIGA APERTA SULL'AGENZIA ACCORPATA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-VAG CURSOR FOR
               SELECT  VAG_VDR
                 FROM  T_DFAX_VDR_AGEN
                WHERE  VAG_AGE    = :S2-AGE-OLD
                  AND  VAG_DATA_A = '9999-12-31'
                ORDER BY VAG_VDR
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-CONTROLLA-RECORD THRU 2000-CONTROLLA-RECORD-X
                   UNTIL FINE-MAP
           PERFORM 2900-ESITO-FILE       THRU 2900-ESITO-FILE-X
           PERFORM 3000-APPLICA          THRU 3000-APPLICA-X
           PERFORM 6000-FINALIZZA        THRU 6000-FINALIZZA-X
           MOVE 'F'                      TO OPK0-FUNZIONE
           MOVE 'OK'                     TO OPK0-ESITO-CORSA
           CALL S2-PGM-REGISTRO    USING OPK0-AREA
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           INITIALIZE OPK0-AREA
           MOVE 'I'                      TO OPK0-FUNZIONE
           MOVE 'D05223S2'               TO OPK0-PROGRAMMA
           CALL S2-PGM-REGISTRO    USING OPK0-AREA
           MOVE OPK0-DATA-ELAB           TO S2-DATA-ELAB
           OPEN INPUT  MAP-FILE
           OPEN OUTPUT RPT-DFAX-RIORG
           MOVE S2-DATA-ELAB             TO W-T1-DATA
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           IF  OPK0-CORSA-DOPPIA
           THEN
               MOVE W-RIGA-DOPPIA        TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ-MAP           TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CONTROLLA-RECORD: OGNI RECORD VALIDO VA IN ATTESA SU
      *    T_DFAX_AGE_RIORG SENZA COMMIT; SE IL FILE HA ERRORI IL
      *    CARICAMENTO SI ANNULLA TUTTO IN 2900. UNO SPOSTAMENTO ANCORA
      *    IN ATTESA PER LA STESSA AGENZIA O LO STESSO DEALER VIENE
      *    SOSTITUITO ('S') DA QUELLO NUOVO
      *----------------------------------------------------------------*
       2000-CONTROLLA-RECORD.
           READ MAP-FILE
               AT END
                  SET FINE-MAP           TO TRUE
                  GO TO 2000-CONTROLLA-RECORD-X
           END-READ
           IF  MAP-COMMENTO
           OR  MAP-RECORD = SPACE
           THEN
               GO TO 2000-CONTROLLA-RECORD-X
           END-IF
           ADD 1                         TO S2-TOT-LETTI
           MOVE SPACE                    TO S2-ERRORE
           PERFORM 2100-VALIDA           THRU 2100-VALIDA-X
           IF  S2-ERRORE NOT = SPACE
           THEN
               ADD 1                     TO S2-TOT-ERRATI
               GO TO 2000-CONTROLLA-RECORD-E
           END-IF
      *
           EXEC SQL UPDATE T_DFAX_AGE_RIORG
                       SET RIO_STATO    = 'S',
                           RIO_DATA_AGG = CURRENT TIMESTAMP
                     WHERE RIO_TIPO     = :S2-TIPO
                       AND RIO_CHIAVE   = :S2-CHIAVE
                       AND RIO_STATO    = 'P'
           END-EXEC
           EXEC SQL INSERT INTO T_DFAX_AGE_RIORG
                       (RIO_TIPO, RIO_CHIAVE, RIO_AGE_NEW,
                        RIO_DATA_EFF, RIO_STATO, RIO_NUM_VDR,
                        RIO_DATA_INS, RIO_DATA_AGG)
                VALUES (:S2-TIPO, :S2-CHIAVE, :S2-AGE-NEW,
                        DATE(:S2-DATA-EFF), 'P', 0,
                        CURRENT TIMESTAMP, CURRENT TIMESTAMP)
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE SQLCODE              TO S2-SQLCODE
               STRING 'ERRORE INSERT T_DFAX_AGE_RIORG '
                      S2-SQLCODE
                      DELIMITED BY SIZE
                      INTO S2-ERRORE
               END-STRING
               ADD 1                     TO S2-TOT-ERRATI
               GO TO 2000-CONTROLLA-RECORD-E
           END-IF
           ADD 1                         TO S2-TOT-CARICATI
           MOVE 'OK, IN ATTESA DI DECORRENZA' TO S2-ERRORE.
      *
       2000-CONTROLLA-RECORD-E.
           MOVE MAP-RECORD(1:24)         TO W-MAP-RECORD
           MOVE S2-ERRORE                TO W-MAP-ESITO
           MOVE W-RIGA-MAP               TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2000-CONTROLLA-RECORD-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-VALIDA: TIPO, CODICI ESISTENTI, AGENZIE DIVERSE, DATA
      *    VALIDA E NON PASSATA (LA STORIA NON SI RISCRIVE ALL'INDIETRO)
      *----------------------------------------------------------------*
       2100-VALIDA.
           MOVE MAP-TIPO                 TO S2-TIPO
           IF  NOT MAP-AGENZIA
           AND NOT MAP-DEALER
           THEN
               MOVE 'TIPO RECORD NON VALIDO (A O V)' TO S2-ERRORE
               GO TO 2100-VALIDA-X
           END-IF
           IF  MAP-AGE-NEW NOT NUMERIC
           THEN
               MOVE 'AGENZIA DI DESTINAZIONE NON NUMERICA'
                                         TO S2-ERRORE
               GO TO 2100-VALIDA-X
           END-IF
           MOVE MAP-AGE-NEW              TO S2-AGE-NEW
           EXEC SQL SELECT COUNT(*)
                      INTO :S2-CONTA
                      FROM T_ATA_AGEN
                     WHERE AGEN_COD_AGE = :S2-AGE-NEW
           END-EXEC
           IF  S2-CONTA = ZERO
           THEN
               MOVE 'AGENZIA DI DESTINAZIONE INESISTENTE'
                                         TO S2-ERRORE
               GO TO 2100-VALIDA-X
           END-IF
      *
           IF  MAP-AGENZIA
           THEN
               IF  MAP-AGE-OLD NOT NUMERIC
               OR  MAP-AGE-OLD-FILLER NOT = SPACE
               THEN
                   MOVE 'AGENZIA DI ORIGINE NON NUMERICA'
                                         TO S2-ERRORE
                   GO TO 2100-VALIDA-X
               END-IF
               MOVE MAP-AGE-OLD          TO S2-AGE-OLD
               MOVE S2-AGE-OLD           TO S2-CHIAVE
               IF  S2-AGE-OLD = S2-AGE-NEW
               THEN
                   MOVE 'AGENZIA DI ORIGINE UGUALE ALLA NUOVA'
                                         TO S2-ERRORE
                   GO TO 2100-VALIDA-X
               END-IF
               EXEC SQL SELECT COUNT(*)
                          INTO :S2-CONTA
                          FROM T_ATA_AGEN
                         WHERE AGEN_COD_AGE = :S2-AGE-OLD
               END-EXEC
               IF  S2-CONTA = ZERO
               THEN
                   MOVE 'AGENZIA DI ORIGINE INESISTENTE'
                                         TO S2-ERRORE
                   GO TO 2100-VALIDA-X
               END-IF
           ELSE
               IF  MAP-CHIAVE NOT NUMERIC
               THEN
                   MOVE 'CODICE DEALER NON NUMERICO' TO S2-ERRORE
                   GO TO 2100-VALIDA-X
               END-IF
               MOVE MAP-CHIAVE           TO S2-CHIAVE
               EXEC SQL SELECT COUNT(*)
                          INTO :S2-CONTA
                          FROM TBVDVDR
                         WHERE TVDAGR = :S2-CHIAVE
               END-EXEC
               IF  S2-CONTA = ZERO
               THEN
                   MOVE 'DEALER INESISTENTE SU TBVDVDR' TO S2-ERRORE
                   GO TO 2100-VALIDA-X
               END-IF
           END-IF
      *
           MOVE MAP-DATA-EFF             TO S2-DATA-EFF
           EXEC SQL SELECT COUNT(*)
                      INTO :S2-CONTA
                      FROM SYSIBM.SYSDUMMY1
                     WHERE DATE(:S2-DATA-EFF) >= DATE(:S2-DATA-ELAB)
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 'DATA DI DECORRENZA NON VALIDA' TO S2-ERRORE
               GO TO 2100-VALIDA-X
           END-IF
           IF  S2-CONTA = ZERO
           THEN
               MOVE 'DATA DI DECORRENZA GIA'' PASSATA' TO S2-ERRORE
           END-IF.
      *----------------------------------------------------------------*
       2100-VALIDA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2900-ESITO-FILE: TUTTO O NIENTE
      *----------------------------------------------------------------*
       2900-ESITO-FILE.
           CLOSE MAP-FILE
           IF  S2-TOT-ERRATI > ZERO
           THEN
               EXEC SQL ROLLBACK END-EXEC
               MOVE ZERO                 TO S2-TOT-CARICATI
               MOVE W-RIGA-RESPINTO      TO RPT-RIGA
               WRITE RPT-RIGA
               GO TO 2900-ESITO-FILE-X
           END-IF
           IF  S2-TOT-LETTI = ZERO
           THEN
               MOVE W-RIGA-NESSUN-FILE   TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       2900-ESITO-FILE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-APPLICA: GLI SPOSTAMENTI ARRIVATI A DECORRENZA, UN
      *    COMMIT PER SPOSTAMENTO
      *----------------------------------------------------------------*
       3000-APPLICA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ-APP           TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-RIO END-EXEC
           PERFORM 3100-APPLICA-RIORG    THRU 3100-APPLICA-RIORG-X
                   UNTIL FINE-RIO
           EXEC SQL SELECT COUNT(*)
                      INTO :S2-TOT-ATTESA
                      FROM T_DFAX_AGE_RIORG
                     WHERE RIO_STATO = 'P'
           END-EXEC.
      *----------------------------------------------------------------*
       3000-APPLICA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3100-APPLICA-RIORG.
           EXEC SQL FETCH CURS-RIO
                    INTO :S2-TIPO, :S2-CHIAVE, :S2-AGE-NEW,
                         :S2-DATA-EFF, :S2-DATA-INS
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-RIO              TO TRUE
               EXEC SQL CLOSE CURS-RIO END-EXEC
               GO TO 3100-APPLICA-RIORG-X
           END-IF
           ADD 1                         TO S2-TOT-APPLICATI
           MOVE ZERO                     TO S2-NUM-VDR
           IF  S2-TIPO = 'A'
           THEN
               MOVE S2-CHIAVE            TO S2-AGE-OLD
               MOVE 'N'                  TO SW-FINE-VAG
               EXEC SQL OPEN CURS-VAG END-EXEC
               PERFORM 3200-ACCORPA-VDR  THRU 3200-ACCORPA-VDR-X
                       UNTIL FINE-VAG
               MOVE S2-AGE-OLD           TO W-AAG-AGE-OLD
               MOVE S2-AGE-NEW           TO W-AAG-AGE-NEW
               MOVE S2-DATA-EFF          TO W-AAG-DATA
               MOVE S2-NUM-VDR           TO W-AAG-NUM-VDR
               MOVE W-RIGA-APP-AGE       TO RPT-RIGA
               WRITE RPT-RIGA
           ELSE
               MOVE S2-CHIAVE            TO S2-VDR
               MOVE 'DEALER'             TO W-APP-TIPO
               PERFORM 3300-SPOSTA-VDR   THRU 3300-SPOSTA-VDR-X
           END-IF
           EXEC SQL UPDATE T_DFAX_AGE_RIORG
                       SET RIO_STATO    = 'A',
                           RIO_NUM_VDR  = :S2-NUM-VDR,
                           RIO_DATA_AGG = CURRENT TIMESTAMP
                     WHERE RIO_TIPO     = :S2-TIPO
                       AND RIO_CHIAVE   = :S2-CHIAVE
                       AND RIO_DATA_INS = TIMESTAMP(:S2-DATA-INS)
           END-EXEC
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       3100-APPLICA-RIORG-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3200-ACCORPA-VDR.
           EXEC SQL FETCH CURS-VAG
                    INTO :S2-VDR
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-VAG              TO TRUE
               EXEC SQL CLOSE CURS-VAG END-EXEC
               GO TO 3200-ACCORPA-VDR-X
           END-IF
           MOVE 'ACCORP.'                TO W-APP-TIPO
           PERFORM 3300-SPOSTA-VDR       THRU 3300-SPOSTA-VDR-X.
      *----------------------------------------------------------------*
       3200-ACCORPA-VDR-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3300-SPOSTA-VDR: LA RIGA APERTA SI CHIUDE ALLA DECORRENZA E
      *    SE NE APRE UNA CON ORIGINE 'R'; SE LA RIGA APERTA E' NATA
      *    QUELLO STESSO GIORNO SI CORREGGE AL POSTO DI CHIUDERLA. IL
      *    DEALER SENZA RIGA (NESSUNA PRATICA ANCORA) RICEVE LA PRIMA;
      *    QUELLO GIA' NELLA NUOVA AGENZIA RESTA DOV'E' MA LA RIGA
      *    PASSA A ORIGINE 'R', COSI' LE PRATICHE NON LA SPOSTANO PIU'
      *----------------------------------------------------------------*
       3300-SPOSTA-VDR.
           MOVE 'N'                      TO SW-VAG-APERTA
           MOVE ZERO                     TO S2-VAG-AGE
           MOVE SPACE                    TO S2-NOTA
           EXEC SQL SELECT VAG_AGE, CHAR(VAG_DATA_DA, ISO),
                           VAG_ORIGINE
                      INTO :S2-VAG-AGE, :S2-VAG-DATA-DA,
                           :S2-VAG-ORIGINE
                      FROM T_DFAX_VDR_AGEN
                     WHERE VAG_VDR    = :S2-VDR
                       AND VAG_DATA_A = '9999-12-31'
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               SET VAG-APERTA            TO TRUE
           END-IF
           IF  VAG-APERTA
           AND S2-VAG-AGE = S2-AGE-NEW
           THEN
               MOVE 'GIA'' NELLA NUOVA AGENZIA'   TO S2-NOTA
               EXEC SQL UPDATE T_DFAX_VDR_AGEN
                           SET VAG_ORIGINE  = 'R',
                               VAG_DATA_AGG = CURRENT TIMESTAMP
                         WHERE VAG_VDR      = :S2-VDR
                           AND VAG_DATA_A   = '9999-12-31'
               END-EXEC
               GO TO 3300-SPOSTA-VDR-R
           END-IF
      *
           IF  VAG-APERTA
           AND S2-VAG-DATA-DA = S2-DATA-EFF
           THEN
               EXEC SQL UPDATE T_DFAX_VDR_AGEN
                           SET VAG_AGE      = :S2-AGE-NEW,
                               VAG_ORIGINE  = 'R',
                               VAG_DATA_AGG = CURRENT TIMESTAMP
                         WHERE VAG_VDR      = :S2-VDR
                           AND VAG_DATA_A   = '9999-12-31'
               END-EXEC
               GO TO 3300-SPOSTA-VDR-C
           END-IF
           IF  VAG-APERTA
           THEN
               EXEC SQL UPDATE T_DFAX_VDR_AGEN
                           SET VAG_DATA_A   = DATE(:S2-DATA-EFF),
                               VAG_DATA_AGG = CURRENT TIMESTAMP
                         WHERE VAG_VDR      = :S2-VDR
                           AND VAG_DATA_A   = '9999-12-31'
               END-EXEC
               IF  SQLCODE NOT = ZERO
               THEN
                   GO TO 3300-SPOSTA-VDR-C
               END-IF
           END-IF
           EXEC SQL INSERT INTO T_DFAX_VDR_AGEN
                       (VAG_VDR, VAG_AGE, VAG_DATA_DA, VAG_DATA_A,
                        VAG_ORIGINE, VAG_DATA_AGG)
                VALUES (:S2-VDR, :S2-AGE-NEW, DATE(:S2-DATA-EFF),
                        '9999-12-31', 'R', CURRENT TIMESTAMP)
           END-EXEC.
      *
       3300-SPOSTA-VDR-C.
           IF  SQLCODE = ZERO
           THEN
               ADD 1                     TO S2-NUM-VDR
                                            S2-TOT-SPOSTATI
               IF  NOT VAG-APERTA
               THEN
                   MOVE 'PRIMA AGENZIA REGISTRATA' TO S2-NOTA
               END-IF
           ELSE
               MOVE SQLCODE              TO S2-SQLCODE
               STRING 'ERRORE T_DFAX_VDR_AGEN '
                      S2-SQLCODE
                      DELIMITED BY SIZE
                      INTO S2-NOTA
               END-STRING
           END-IF.
      *
       3300-SPOSTA-VDR-R.
           MOVE S2-VDR                   TO W-APP-VDR
           MOVE S2-VAG-AGE               TO W-APP-AGE-OLD
           MOVE S2-AGE-NEW               TO W-APP-AGE-NEW
           MOVE S2-DATA-EFF              TO W-APP-DATA
           MOVE S2-NOTA                  TO W-APP-NOTA
           MOVE W-RIGA-APP               TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       3300-SPOSTA-VDR-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       6000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE S2-TOT-LETTI             TO W-TOT-LETTI
           MOVE S2-TOT-ERRATI            TO W-TOT-ERRATI
           MOVE S2-TOT-CARICATI          TO W-TOT-CARICATI
           MOVE W-RIGA-TOTALI1           TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE S2-TOT-APPLICATI         TO W-TOT-APPLICATI
           MOVE S2-TOT-SPOSTATI          TO W-TOT-SPOSTATI
           MOVE S2-TOT-ATTESA            TO W-TOT-ATTESA
           MOVE W-RIGA-TOTALI2           TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RPT-DFAX-RIORG
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       6000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM D05223S2 *******************************
