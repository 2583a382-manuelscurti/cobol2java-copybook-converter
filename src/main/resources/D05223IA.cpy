      ******************************************************************
      *                        D05223IA                                *
      *                                                                *
      *  TRANSAZIONE  : DFAX A SERVIZI - RIPRESA RICHIESTE ACCANTONATE *
      *  DESCRIZIONE  : QUANDO DB2 E' DI NUOVO DISPONIBILE RIPRENDE LE *
      *                 RICHIESTE FAXCSERV CHE D05223A0 HA ACCANTONATO *
      *                 SULLA CODA TD RECUPERABILE DFSF (D05223W0),    *
      *                 IN ORDINE DI ARRIVO, RIPASSANDOLE A D05223A0   *
      *                 CON LINK E LA COMMAREA ORIGINALE: IL PERCORSO  *
      *                 E' QUELLO NORMALE, CONTROLLI COMPRESI. OGNI    *
      *                 RICHIESTA RIPRESA E' UN'UNITA' DI LAVORO: LA   *
      *                 LETTURA DALLA CODA, IL LAVORO DI D05223A0 E LA *
      *                 RIGA DI REGISTRO (T_DFAX_SPOOL_LOG) VANNO IN   *
      *                 COMMIT INSIEME. SE DB2 CADE DI NUOVO D05223A0  *
      *                 RISPONDE D001 SENZA RIACCODARE, LA RICHIESTA   *
      *                 RESTA IN TESTA ALLA CODA E LA RIPRESA SI FERMA *
      *                 COME D05223I7, RICHIESTA IN CHIARO:            *
      *                   R                   -> RIPRENDE LA CODA      *
      *                   L                   -> ULTIME RIPRESE        *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : TERMINALE, CODA TD DFSF, T_DFAX_SPOOL_LOG      *
      *  OUTPUT       : TERMINALE, T_DFAX_SPOOL_LOG (DB2), LAVORO DI   *
      *                 D05223A0 SULLE RICHIESTE RIPRESE               *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - RIPRESA IN ORDINE DI ARRIVO DELLE    *
      *           RICHIESTE ACCANTONATE CON DB2 NON DISPONIBILE        *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223IA.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA  DIVISION.
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
           COPY CICSK001.
      *
           COPY FAXCSERV.
      *
           COPY D05223W0.
      *
       01  IA-RIGA-INPUT                 PIC  X(80)  VALUE SPACE.
       01  IA-MODO                       PIC  X(01)  VALUE SPACE.
           88  IA-MODO-RIPRESA                       VALUE 'R'.
           88  IA-MODO-ELENCO                        VALUE 'L'.
       01  IA-UTENTE                     PIC  X(08)  VALUE SPACE.
       01  IA-PGM-DFAX                   PIC  X(08)  VALUE 'D05223A0'.
       01  IA-COMMAREA                   PIC  X(511) VALUE SPACE.
       01  IA-RESP                       PIC S9(08)  COMP VALUE ZERO.
       01  IA-LEN-CODA                   PIC S9(04)  COMP VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    RICHIESTE RIPRESE IN UNA SOLA TRANSAZIONE: IL RESTO DELLA
      *    CODA ASPETTA LA RICHIESTA SUCCESSIVA
      *----------------------------------------------------------------*
       01  IA-MAX-RIPRESE                PIC S9(05)  COMP-3 VALUE 500.
      *
       01  IA-NUM-PRA                    PIC  9(14)  VALUE ZERO.
       01  IA-ESITO                      PIC  X(01)  VALUE SPACE.
       01  IA-ERR-NUM                    PIC S9(03)  COMP-3 VALUE ZERO.
       01  IA-ERR-COD                    PIC  X(04)  VALUE SPACE.
       01  IA-SQLCODE                    PIC  -9(05) VALUE ZERO.
      *
       01  IA-F-NUM-PRA                  PIC  9(14)  VALUE ZERO.
       01  IA-F-DATA-ARR                 PIC  X(08)  VALUE SPACE.
       01  IA-F-ORA-ARR                  PIC  X(06)  VALUE SPACE.
       01  IA-F-ESITO                    PIC  X(01)  VALUE SPACE.
       01  IA-F-ERR-COD                  PIC  X(04)  VALUE SPACE.
       01  IA-F-DATA-RIP                 PIC  X(19)  VALUE SPACE.
       01  IA-F-UTENTE                   PIC  X(08)  VALUE SPACE.
      *
       01  SW-FINE-CODA                  PIC  X(01)  VALUE 'N'.
           88  FINE-CODA                             VALUE 'S'.
       01  SW-FINE-RIGHE                 PIC  X(01)  VALUE 'N'.
           88  FINE-RIGHE                            VALUE 'S'.
      *
       01  IA-TOT-RIPRESE                PIC S9(05)  COMP-3 VALUE ZERO.
       01  IA-TOT-OK                     PIC S9(05)  COMP-3 VALUE ZERO.
       01  IA-TOT-ERRORI                 PIC S9(05)  COMP-3 VALUE ZERO.
      *
       01  IA-NUM-RIGHE                  PIC  9(03)  VALUE ZERO.
       01  IA-MAX-RIGHE                  PIC  9(03)  VALUE 18.
       01  IA-LEN-RISP                   PIC S9(04)  COMP VALUE ZERO.
      *
       01  IA-AREA-RISPOSTA.
           02  IA-RIGA-RISP OCCURS 20    PIC  X(80)  VALUE SPACE.
      *
       01  IA-RIGA-DETTAGLIO.
           02  RD-NUM-PRA                PIC  9(14).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RD-DATA-ARR               PIC  X(08).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RD-ORA-ARR                PIC  X(06).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RD-ESITO                  PIC  X(20).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RD-ERR-COD                PIC  X(04).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RD-DATA-RIP               PIC  X(19).
           02  FILLER                    PIC  X(04)  VALUE SPACE.
      *
       01  IA-RIGA-TOTALI.
           02  FILLER                    PIC  X(18)  VALUE
               'RICHIESTE RIPRESE '.
           02  RT-RIPRESE                PIC  ZZZZ9.
           02  FILLER                    PIC  X(13)  VALUE
               '  ELABORATE '.
           02  RT-OK                     PIC  ZZZZ9.
           02  FILLER                    PIC  X(13)  VALUE
               '  CON ERRORI '.
           02  RT-ERRORI                 PIC  ZZZZ9.
           02  FILLER                    PIC  X(21)  VALUE SPACE.
      *
       01  IA-RIGA-PROMPT                PIC  X(80)  VALUE
           'DFAX RIPRESA RICHIESTE ACCANTONATE: R = RIPRENDI / L = ELENC
      -    'O ULTIME RIPRESE'.
       01  IA-RIGA-RICHIESTA-ERRATA      PIC  X(80)  VALUE
           'RICHIESTA NON RICONOSCIUTA - USARE R O L'.
       01  IA-RIGA-DB2-KO                PIC  X(80)  VALUE
           'DB2 ANCORA NON DISPONIBILE: LA CODA DFSF RESTA IN ATTESA'.
       01  IA-RIGA-INTERROTTA            PIC  X(80)  VALUE
           'RIPRESA INTERROTTA: DB2 DI NUOVO NON DISPONIBILE, LA RICHIES
      -    'TA RESTA IN CODA'.
       01  IA-RIGA-CODA-KO.
           02  FILLER                    PIC  X(41)  VALUE
               'RIPRESA INTERROTTA: ERRORE CODA DFSF RESP'.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RK-RESP                   PIC  -9(08).
           02  FILLER                    PIC  X(29)  VALUE SPACE.
       01  IA-RIGA-LOG-KO.
           02  FILLER                    PIC  X(44)  VALUE
               'RIPRESA INTERROTTA: ERRORE T_DFAX_SPOOL_LOG '.
           02  RL-SQLCODE                PIC  -9(05).
           02  FILLER                    PIC  X(30)  VALUE SPACE.
       01  IA-RIGA-CODA-VUOTA            PIC  X(80)  VALUE
           'CODA DFSF VUOTA: NESSUNA RICHIESTA DA RIPRENDERE'.
       01  IA-RIGA-ALTRE                 PIC  X(80)  VALUE
           'ALTRE RICHIESTE RIPRESE: VEDERE L PER L''ELENCO'.
       01  IA-RIGA-ANCORA                PIC  X(80)  VALUE
           'RESTANO RICHIESTE IN CODA: RIPETERE R'.
       01  IA-RIGA-NESSUNA-RIPRESA       PIC  X(80)  VALUE
           'NESSUNA RICHIESTA RIPRESA NEGLI ULTIMI 7 GIORNI'.
      *
      *----------------------------------------------------------------*
      *    ULTIME RIPRESE, DALLA PIU' RECENTE
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-LOG CURSOR FOR
               SELECT  SPL_NUM_PRA, SPL_DATA_ARR, SPL_ORA_ARR,
                       SPL_ESITO, SPL_ERR_COD,
                       SUBSTR(CHAR(SPL_DATA_RIPRESA), 1, 19),
                       SPL_UTENTE
                 FROM  T_DFAX_SPOOL_LOG
                WHERE  SPL_DATA_RIPRESA >= CURRENT TIMESTAMP - 7 DAYS
                ORDER BY SPL_DATA_RIPRESA DESC
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 2000-RICEVI-RICHIESTA  THRU 2000-RICEVI-RICHIESTA-X
           EVALUATE TRUE
             WHEN IA-MODO-RIPRESA
                  PERFORM 3000-RIPRESA
                     THRU 3000-RIPRESA-X
             WHEN IA-MODO-ELENCO
                  PERFORM 4000-ELENCO
                     THRU 4000-ELENCO-X
             WHEN OTHER
                  MOVE IA-RIGA-RICHIESTA-ERRATA
                                         TO IA-RIGA-RISP(1)
                  MOVE 1                 TO IA-NUM-RIGHE
           END-EVALUATE
           PERFORM 6000-INVIA-RISPOSTA    THRU 6000-INVIA-RISPOSTA-X
           EXEC CICS RETURN END-EXEC.
      *
      *----------------------------------------------------------------*
       2000-RICEVI-RICHIESTA.
           MOVE SPACE                     TO IA-RIGA-INPUT
           EXEC CICS RECEIVE INTO   (IA-RIGA-INPUT)
                             LENGTH (LENGTH OF IA-RIGA-INPUT)
           END-EXEC
           EXEC CICS ASSIGN USERID (IA-UTENTE) END-EXEC
           MOVE IA-RIGA-INPUT(1:1)        TO IA-MODO.
      *----------------------------------------------------------------*
       2000-RICEVI-RICHIESTA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-RIPRESA: PRIMA SI PROVA DB2, POI SI SVUOTA LA CODA
      *----------------------------------------------------------------*
       3000-RIPRESA.
           MOVE ZERO                      TO IA-NUM-RIGHE
           EXEC SQL SELECT COUNT(*)
                      INTO :IA-ERR-NUM
                      FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE SQLCODE                   TO SPL-SQLCODE-TEST
           IF  SPL-DB2-NON-DISP
           THEN
               MOVE IA-RIGA-DB2-KO        TO IA-RIGA-RISP(1)
               MOVE 1                     TO IA-NUM-RIGHE
               GO TO 3000-RIPRESA-X
           END-IF
           MOVE 'N'                       TO SW-FINE-CODA
           PERFORM 3100-RIPRENDI          THRU 3100-RIPRENDI-X
                   UNTIL FINE-CODA
                   OR    IA-TOT-RIPRESE NOT < IA-MAX-RIPRESE
           IF  IA-TOT-RIPRESE = ZERO
           AND IA-NUM-RIGHE = ZERO
           THEN
               MOVE IA-RIGA-CODA-VUOTA    TO IA-RIGA-RISP(1)
               MOVE 1                     TO IA-NUM-RIGHE
               GO TO 3000-RIPRESA-X
           END-IF
           IF  NOT FINE-CODA
           THEN
               ADD 1                      TO IA-NUM-RIGHE
               MOVE IA-RIGA-ANCORA        TO
                    IA-RIGA-RISP(IA-NUM-RIGHE)
           END-IF
           MOVE IA-TOT-RIPRESE            TO RT-RIPRESE
           MOVE IA-TOT-OK                 TO RT-OK
           MOVE IA-TOT-ERRORI             TO RT-ERRORI
           ADD 1                          TO IA-NUM-RIGHE
           MOVE IA-RIGA-TOTALI            TO
                IA-RIGA-RISP(IA-NUM-RIGHE).
      *----------------------------------------------------------------*
       3000-RIPRESA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3100-RIPRENDI: UNA RICHIESTA DALLA CODA A D05223A0. LA RIGA
      *    A VIDEO C'E' FINCHE' C'E' POSTO, IL REGISTRO SEMPRE
      *----------------------------------------------------------------*
       3100-RIPRENDI.
           MOVE LENGTH OF SPL-RECORD      TO IA-LEN-CODA
           EXEC CICS READQ TD QUEUE  (SPL-CODA)
                              INTO   (SPL-RECORD)
                              LENGTH (IA-LEN-CODA)
                              RESP   (IA-RESP)
           END-EXEC
           IF  IA-RESP = DFHRESP(QZERO)
           THEN
               SET FINE-CODA              TO TRUE
               GO TO 3100-RIPRENDI-X
           END-IF
           IF  IA-RESP NOT = DFHRESP(NORMAL)
           THEN
               MOVE IA-RESP               TO RK-RESP
               PERFORM 3900-INTERROMPI    THRU 3900-INTERROMPI-X
               ADD 1                      TO IA-NUM-RIGHE
               MOVE IA-RIGA-CODA-KO       TO
                    IA-RIGA-RISP(IA-NUM-RIGHE)
               GO TO 3100-RIPRENDI-X
           END-IF
      *
           MOVE SPACE                     TO IA-COMMAREA
           MOVE SPL-COMMAREA (1:SPL-LEN-COMMAREA)
                                          TO IA-COMMAREA
           EXEC CICS LINK PROGRAM  (IA-PGM-DFAX)
                          COMMAREA (IA-COMMAREA)
                          LENGTH   (SPL-LEN-COMMAREA)
           END-EXEC
           MOVE IA-COMMAREA (1:SPL-LEN-COMMAREA) TO FAXCSERV
           MOVE FAX-NUM-PRA               TO IA-NUM-PRA
           MOVE SPACE                     TO IA-ERR-COD
           MOVE ZERO                      TO IA-ERR-NUM
           IF  FAX-ERR-NUM NUMERIC
           AND FAX-ERR-NUM > ZERO
           THEN
               MOVE FAX-ERR-NUM           TO IA-ERR-NUM
               MOVE FAX-ERR-CODICE (1)    TO IA-ERR-COD
           END-IF
      *
      *    D001 DALLA RIPRESA: D05223A0 HA GIA' ANNULLATO TUTTO,
      *    LETTURA DALLA CODA COMPRESA
           IF  IA-ERR-COD = SPL-COD-DIFFERITA
           THEN
               MOVE IA-RIGA-INTERROTTA    TO IA-RIGA-RISP(1)
               IF  IA-NUM-RIGHE = ZERO
               THEN
                   MOVE 1                 TO IA-NUM-RIGHE
               END-IF
               SET FINE-CODA              TO TRUE
               GO TO 3100-RIPRENDI-X
           END-IF
           IF  IA-ERR-NUM = ZERO
           THEN
               MOVE 'O'                   TO IA-ESITO
               ADD 1                      TO IA-TOT-OK
           ELSE
               MOVE 'E'                   TO IA-ESITO
               ADD 1                      TO IA-TOT-ERRORI
           END-IF
           ADD 1                          TO IA-TOT-RIPRESE
      *
           EXEC SQL INSERT INTO T_DFAX_SPOOL_LOG
                       (SPL_NUM_PRA, SPL_DATA_ARR, SPL_ORA_ARR,
                        SPL_TERMID, SPL_TRANSID, SPL_SQLCODE,
                        SPL_ESITO, SPL_ERR_NUM, SPL_ERR_COD,
                        SPL_UTENTE, SPL_DATA_RIPRESA)
                VALUES (:IA-NUM-PRA, :SPL-DATA, :SPL-ORA,
                        :SPL-TERMID, :SPL-TRANSID, :SPL-SQLCODE,
                        :IA-ESITO, :IA-ERR-NUM, :IA-ERR-COD,
                        :IA-UTENTE, CURRENT TIMESTAMP)
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE SQLCODE               TO RL-SQLCODE
               PERFORM 3900-INTERROMPI    THRU 3900-INTERROMPI-X
               ADD 1                      TO IA-NUM-RIGHE
               MOVE IA-RIGA-LOG-KO        TO
                    IA-RIGA-RISP(IA-NUM-RIGHE)
               GO TO 3100-RIPRENDI-X
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
      *
           IF  IA-NUM-RIGHE < IA-MAX-RIGHE - 1
           THEN
               PERFORM 3200-RIGA-RIPRESA  THRU 3200-RIGA-RIPRESA-X
           ELSE
               IF  IA-NUM-RIGHE = IA-MAX-RIGHE - 1
               THEN
                   ADD 1                  TO IA-NUM-RIGHE
                   MOVE IA-RIGA-ALTRE     TO
                        IA-RIGA-RISP(IA-NUM-RIGHE)
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       3100-RIPRENDI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3200-RIGA-RIPRESA.
           MOVE IA-NUM-PRA                TO RD-NUM-PRA
           MOVE SPL-DATA                  TO RD-DATA-ARR
           MOVE SPL-ORA                   TO RD-ORA-ARR
           MOVE IA-ESITO                  TO IA-F-ESITO
           PERFORM 5000-DESCRIVI-ESITO    THRU 5000-DESCRIVI-ESITO-X
           MOVE IA-ERR-COD                TO RD-ERR-COD
           MOVE 'ORA'                     TO RD-DATA-RIP
           ADD 1                          TO IA-NUM-RIGHE
           MOVE IA-RIGA-DETTAGLIO         TO
                IA-RIGA-RISP(IA-NUM-RIGHE).
      *----------------------------------------------------------------*
       3200-RIGA-RIPRESA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3900-INTERROMPI: LA RICHIESTA IN CORSO TORNA IN CODA
      *----------------------------------------------------------------*
       3900-INTERROMPI.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           SET FINE-CODA                  TO TRUE.
      *----------------------------------------------------------------*
       3900-INTERROMPI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-ELENCO: RIPRESE DEGLI ULTIMI 7 GIORNI
      *----------------------------------------------------------------*
       4000-ELENCO.
           MOVE ZERO                      TO IA-NUM-RIGHE
           MOVE 'N'                       TO SW-FINE-RIGHE
           EXEC SQL OPEN CURS-LOG END-EXEC
           PERFORM 4100-RIGA-LOG          THRU 4100-RIGA-LOG-X
                   UNTIL FINE-RIGHE
                   OR    IA-NUM-RIGHE NOT < IA-MAX-RIGHE
           EXEC SQL CLOSE CURS-LOG END-EXEC
           IF  IA-NUM-RIGHE = ZERO
           THEN
               MOVE IA-RIGA-NESSUNA-RIPRESA TO IA-RIGA-RISP(1)
               MOVE 1                     TO IA-NUM-RIGHE
           END-IF.
      *----------------------------------------------------------------*
       4000-ELENCO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4100-RIGA-LOG.
           EXEC SQL FETCH CURS-LOG
                    INTO :IA-F-NUM-PRA, :IA-F-DATA-ARR, :IA-F-ORA-ARR,
                         :IA-F-ESITO, :IA-F-ERR-COD, :IA-F-DATA-RIP,
                         :IA-F-UTENTE
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-RIGHE             TO TRUE
               GO TO 4100-RIGA-LOG-X
           END-IF
           MOVE IA-F-NUM-PRA              TO RD-NUM-PRA
           MOVE IA-F-DATA-ARR             TO RD-DATA-ARR
           MOVE IA-F-ORA-ARR              TO RD-ORA-ARR
           PERFORM 5000-DESCRIVI-ESITO    THRU 5000-DESCRIVI-ESITO-X
           MOVE IA-F-ERR-COD              TO RD-ERR-COD
           MOVE IA-F-DATA-RIP             TO RD-DATA-RIP
           ADD 1                          TO IA-NUM-RIGHE
           MOVE IA-RIGA-DETTAGLIO         TO
                IA-RIGA-RISP(IA-NUM-RIGHE).
      *----------------------------------------------------------------*
       4100-RIGA-LOG-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5000-DESCRIVI-ESITO.
           IF  IA-F-ESITO = 'O'
           THEN
               MOVE 'ELABORATA'           TO RD-ESITO
           ELSE
               MOVE 'ELABORATA CON ERRORI' TO RD-ESITO
           END-IF.
      *----------------------------------------------------------------*
       5000-DESCRIVI-ESITO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       6000-INVIA-RISPOSTA.
           IF  IA-NUM-RIGHE = ZERO
           THEN
               MOVE IA-RIGA-PROMPT        TO IA-RIGA-RISP(1)
               MOVE 1                     TO IA-NUM-RIGHE
           END-IF
           COMPUTE IA-LEN-RISP = IA-NUM-RIGHE * 80
           EXEC CICS SEND FROM   (IA-AREA-RISPOSTA)
                          LENGTH (IA-LEN-RISP)
                          ERASE
           END-EXEC.
      *----------------------------------------------------------------*
       6000-INVIA-RISPOSTA-X.
           EXIT.
      *
      ********************** EOM D05223IA *******************************
