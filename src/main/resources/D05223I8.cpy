      ******************************************************************
      *                        D05223I8                                *
      *                                                                *
      *  TRANSAZIONE  : DFAX A SERVIZI - COORDINATE BANCARIE DEALER    *
      *  DESCRIZIONE  : CONFERMA CON RICHIAMATA DELLE VARIAZIONI DI    *
      *                 COORDINATE BANCARIE DEI DEALER RILEVATE DA     *
      *                 D05223S1 (T_DFAX_BQE_VAR IN STATO 'A') E       *
      *                 GESTIONE DEI BONIFICI FERMI ('Q'). COME        *
      *                 D05223I6, RICHIESTA IN CHIARO DAL TERMINALE:   *
      *                   E                   -> VARIAZIONI DA         *
      *                                          CONFERMARE            *
      *                   C vvvvvvv rr        -> CONFERMATA DAL DEALER *
      *                                          AL NUMERO IN ARCHIVIO:*
      *                                          LETTERA E RILASCIO    *
      *                                          DEI FERMI DA D05223S1 *
      *                                          A FINE RAFFREDDAMENTO *
      *                   X vvvvvvv rr        -> RESPINTA (SOSPETTA    *
      *                                          FRODE): I BONIFICI    *
      *                                          FERMI SONO ANNULLATI  *
      *                                          CON I LORO FERMI E    *
      *                                          L'EROGAZIONE GIA'     *
      *                                          SEGNALATA E' STORNATA *
      *                                          (D05223K3)            *
      *                   F                   -> BONIFICI FERMI        *
      *                   R nnnnnnnnnnnnnn    -> RILASCIO DEL FERMO    *
      *                                          DELLA PRATICA SENZA   *
      *                                          VARIAZIONI APERTE     *
      *                 OGNI DECISIONE REGISTRA UTENTE E DATA          *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : TERMINALE, T_DFAX_BQE_VAR, T_DFAX_HOLD_BQE     *
      *  OUTPUT       : TERMINALE, T_DFAX_BQE_VAR, T_DFAX_HOLD_BQE,    *
      *                 T_DFAX_HOLD_PLAF, T_DFAX_HOLD_PROC E BE00TBMO  *
      *                 AGGIORNATE; T_DFAX_SCAD, T_DFAX_SIC_EVT E      *
      *                 T_DFAX_IMSIP TRAMITE D05223K3                  *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - CONFERMA CON RICHIAMATA DELLE        *
      *           VARIAZIONI DI COORDINATE BANCARIE DEI DEALER         *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223I8.
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
       01  I08-RIGA-INPUT                PIC  X(80)  VALUE SPACE.
       01  I08-MODO                      PIC  X(01)  VALUE SPACE.
           88  I08-MODO-ELENCO                       VALUE 'E'.
           88  I08-MODO-CONFERMA                     VALUE 'C'.
           88  I08-MODO-RESPINGE                     VALUE 'X'.
           88  I08-MODO-FERMI                        VALUE 'F'.
           88  I08-MODO-RILASCIO                     VALUE 'R'.
       01  I08-VDR                       PIC  9(07)  VALUE ZERO.
       01  I08-RANG                      PIC  X(02)  VALUE SPACE.
       01  I08-NUMPRA                    PIC  9(14)  VALUE ZERO.
       01  I08-UTENTE                    PIC  X(08)  VALUE SPACE.
       01  I08-CONTA                     PIC S9(05)  COMP-3 VALUE ZERO.
       01  I08-NUM-DIST                  PIC S9(09)  COMP-3 VALUE ZERO.
       01  I08-NUM-MOV                   PIC S9(05)  COMP-3 VALUE ZERO.
       01  I08-ANNULLATI                 PIC S9(05)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    HOST VARIABLE DELLE RIGHE IN ELENCO
      *----------------------------------------------------------------*
       01  I08-F-VDR                     PIC  9(07)  VALUE ZERO.
       01  I08-F-RANG                    PIC  X(02)  VALUE SPACE.
       01  I08-F-CBQE-PREC               PIC  X(05)  VALUE SPACE.
       01  I08-F-CGUIC-PREC              PIC  X(05)  VALUE SPACE.
       01  I08-F-NCPTE-PREC              PIC  X(12)  VALUE SPACE.
       01  I08-F-CBQE                    PIC  X(05)  VALUE SPACE.
       01  I08-F-CGUIC                   PIC  X(05)  VALUE SPACE.
       01  I08-F-NCPTE                   PIC  X(12)  VALUE SPACE.
       01  I08-F-DATA                    PIC  X(10)  VALUE SPACE.
       01  I08-F-NUM-PRA                 PIC  9(14)  VALUE ZERO.
       01  I08-F-IMPORTO                 PIC S9(13)  COMP-3 VALUE ZERO.
       01  I08-F-IMPORTO-EUR             PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
      *
       01  SW-FINE-RIGHE                 PIC  X(01)  VALUE 'N'.
           88  FINE-RIGHE                            VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    AREA DI CHIAMATA DELLO STORNO DELL'EROGAZIONE D05223K3
      *----------------------------------------------------------------*
       01  I08-K303-AREA.
           02  I08-K303-NUM-PRA          PIC  9(14).
           02  I08-K303-ESITO            PIC  X(01).
               88  I08-K303-OK                       VALUE 'S'.
               88  I08-K303-ERRORE                   VALUE 'E'.
           02  I08-K303-SQLCODE          PIC S9(09)  COMP.
           02  I08-K303-NUM-STORNI       PIC  9(05).
      *
       01  I08-NUM-RIGHE                 PIC  9(03)  VALUE ZERO.
       01  I08-MAX-RIGHE                 PIC  9(03)  VALUE 15.
       01  I08-LEN-RISP                  PIC S9(04)  COMP VALUE ZERO.
      *
       01  I08-AREA-RISPOSTA.
           02  I08-RIGA-RISP OCCURS 15   PIC  X(80)  VALUE SPACE.
      *
       01  I08-RIGA-VAR.
           02  RV-VDR                    PIC  9(07).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RV-RANG                   PIC  X(02).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RV-CBQE-PREC              PIC  X(05).
           02  FILLER                    PIC  X(01)  VALUE '/'.
           02  RV-CGUIC-PREC             PIC  X(05).
           02  FILLER                    PIC  X(01)  VALUE '/'.
           02  RV-NCPTE-PREC             PIC  X(12).
           02  FILLER                    PIC  X(04)  VALUE ' -> '.
           02  RV-CBQE                   PIC  X(05).
           02  FILLER                    PIC  X(01)  VALUE '/'.
           02  RV-CGUIC                  PIC  X(05).
           02  FILLER                    PIC  X(01)  VALUE '/'.
           02  RV-NCPTE                  PIC  X(12).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RV-DATA                   PIC  X(10).
           02  FILLER                    PIC  X(06)  VALUE SPACE.
      *
       01  I08-RIGA-FERMO.
           02  RF-NUM-PRA                PIC  9(14).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RF-VDR                    PIC  9(07).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RF-RANG                   PIC  X(02).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RF-IMPORTO                PIC  Z.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RF-DATA                   PIC  X(10).
           02  FILLER                    PIC  X(27)  VALUE SPACE.
      *
       01  I08-RIGA-PROMPT               PIC  X(80)  VALUE
       'DFAX COORD. DEALER: E / C vdr rang / X vdr rang / F / R numpra'.
       01  I08-RIGA-RICHIESTA-ERRATA     PIC  X(80)  VALUE
       'RICHIESTA NON RICONOSCIUTA - USARE E, C, X, F O R'.
       01  I08-RIGA-NESSUNA-VAR          PIC  X(80)  VALUE
           'NESSUNA VARIAZIONE DI COORDINATE DA CONFERMARE'.
       01  I08-RIGA-NESSUN-FERMO         PIC  X(80)  VALUE
           'NESSUN BONIFICO FERMO PER COORDINATE VARIATE'.
       01  I08-RIGA-ALTRI                PIC  X(80)  VALUE
           'ALTRE RIGHE APERTE: LAVORARE LE PRIME E RIPETERE'.
       01  I08-RIGA-CONFERMATA           PIC  X(80)  VALUE
       'CONFERMATA: LETTERA AL DEALER E RILASCIO A FINE RAFFREDDAMENTO'.
       01  I08-RIGA-RESPINTA.
           02  FILLER                    PIC  X(41)  VALUE
               'RESPINTA: BONIFICI FERMI ANNULLATI N.    '.
           02  RR-ANNULLATI              PIC  ZZZZ9.
           02  FILLER                    PIC  X(34)  VALUE SPACE.
       01  I08-RIGA-VAR-APERTA           PIC  X(80)  VALUE
           'VARIAZIONE DEL DEALER ANCORA APERTA: RILASCIO NON AMMESSO'.
       01  I08-RIGA-RILASCIATO           PIC  X(80)  VALUE
           'BONIFICO RILASCIATO: PARTE CON LA PROSSIMA EMISSIONE'.
       01  I08-RIGA-ERRORE-DB2.
           02  FILLER                    PIC  X(30)  VALUE
               'ERRORE AGGIORNAMENTO SQLCODE '.
           02  RE-SQLCODE                PIC  -(5)9.
           02  FILLER                    PIC  X(44)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    VARIAZIONI DA CONFERMARE, DALLA PIU' VECCHIA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-VAR CURSOR FOR
               SELECT  VAR_AGR, VAR_RANG,
                       VAR_CBQE_PREC, VAR_CGUIC_PREC, VAR_NCPTE_PREC,
                       VAR_CBQE, VAR_CGUIC, VAR_NCPTE,
                       CHAR(DATE(VAR_DATA_RILEV), ISO)
                 FROM  T_DFAX_BQE_VAR
                WHERE  VAR_STATO = 'A'
                ORDER BY VAR_DATA_RILEV
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    BONIFICI FERMI, DAL PIU' VECCHIO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-FERMI CURSOR FOR
               SELECT  HBQ_NUM_PRA, HBQ_VDR, HBQ_RANG, HBQ_IMPORTO,
                       CHAR(DATE(HBQ_DATA_INS), ISO)
                 FROM  T_DFAX_HOLD_BQE
                WHERE  HBQ_STATO = 'H'
                ORDER BY HBQ_DATA_INS
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    PRATICHE CON BONIFICI FERMI SULLA RIGA BANCA RESPINTA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-PRA-RESP CURSOR FOR
               SELECT  DISTINCT HBQ_NUM_PRA
                 FROM  T_DFAX_HOLD_BQE
                WHERE  HBQ_VDR   = :I08-VDR
                  AND  HBQ_RANG  = :I08-RANG
                  AND  HBQ_STATO = 'H'
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 2000-RICEVI-RICHIESTA  THRU 2000-RICEVI-RICHIESTA-X
           EVALUATE TRUE
             WHEN I08-MODO-ELENCO
                  PERFORM 3000-ELENCO
                     THRU 3000-ELENCO-X
             WHEN I08-MODO-FERMI
                  PERFORM 3500-FERMI
                     THRU 3500-FERMI-X
             WHEN I08-MODO-CONFERMA
                  PERFORM 4000-CONFERMA
                     THRU 4000-CONFERMA-X
             WHEN I08-MODO-RESPINGE
                  PERFORM 4500-RESPINGE
                     THRU 4500-RESPINGE-X
             WHEN I08-MODO-RILASCIO
                  PERFORM 5000-RILASCIA
                     THRU 5000-RILASCIA-X
             WHEN OTHER
                  MOVE I08-RIGA-RICHIESTA-ERRATA
                                         TO I08-RIGA-RISP(1)
                  MOVE 1                 TO I08-NUM-RIGHE
           END-EVALUATE
           PERFORM 6000-INVIA-RISPOSTA    THRU 6000-INVIA-RISPOSTA-X
           EXEC CICS RETURN END-EXEC.
      *
      *----------------------------------------------------------------*
       2000-RICEVI-RICHIESTA.
           MOVE SPACE                     TO I08-RIGA-INPUT
           EXEC CICS RECEIVE INTO   (I08-RIGA-INPUT)
                             LENGTH (LENGTH OF I08-RIGA-INPUT)
           END-EXEC
           EXEC CICS ASSIGN USERID (I08-UTENTE) END-EXEC
      *
           MOVE I08-RIGA-INPUT(1:1)       TO I08-MODO
           IF  I08-MODO-ELENCO
           OR  I08-MODO-FERMI
           THEN
               GO TO 2000-RICEVI-RICHIESTA-X
           END-IF
           IF  I08-MODO-RILASCIO
           THEN
               IF  I08-RIGA-INPUT(3:14) IS NUMERIC
               THEN
                   MOVE I08-RIGA-INPUT(3:14)  TO I08-NUMPRA
               ELSE
                   MOVE SPACE             TO I08-MODO
               END-IF
               GO TO 2000-RICEVI-RICHIESTA-X
           END-IF
           MOVE I08-RIGA-INPUT(11:2)      TO I08-RANG
           IF  I08-RIGA-INPUT(3:7) IS NUMERIC
           AND I08-RANG NOT = SPACE
           THEN
               MOVE I08-RIGA-INPUT(3:7)   TO I08-VDR
           ELSE
               MOVE SPACE                 TO I08-MODO
           END-IF.
      *----------------------------------------------------------------*
       2000-RICEVI-RICHIESTA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-ELENCO.
           MOVE ZERO                      TO I08-NUM-RIGHE
           MOVE 'N'                       TO SW-FINE-RIGHE
           EXEC SQL OPEN CURS-VAR END-EXEC
           PERFORM 3100-RIGA-VAR          THRU 3100-RIGA-VAR-X
                   UNTIL FINE-RIGHE
                   OR    I08-NUM-RIGHE NOT < I08-MAX-RIGHE
           IF  NOT FINE-RIGHE
           THEN
               MOVE I08-RIGA-ALTRI        TO
                    I08-RIGA-RISP(I08-NUM-RIGHE)
           END-IF
           EXEC SQL CLOSE CURS-VAR END-EXEC
           IF  I08-NUM-RIGHE = ZERO
           THEN
               MOVE I08-RIGA-NESSUNA-VAR  TO I08-RIGA-RISP(1)
               MOVE 1                     TO I08-NUM-RIGHE
           END-IF.
      *----------------------------------------------------------------*
       3000-ELENCO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3100-RIGA-VAR.
           EXEC SQL FETCH CURS-VAR
                    INTO :I08-F-VDR, :I08-F-RANG,
                         :I08-F-CBQE-PREC, :I08-F-CGUIC-PREC,
                         :I08-F-NCPTE-PREC,
                         :I08-F-CBQE, :I08-F-CGUIC, :I08-F-NCPTE,
                         :I08-F-DATA
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-RIGHE             TO TRUE
               GO TO 3100-RIGA-VAR-X
           END-IF
           ADD 1                          TO I08-NUM-RIGHE
           MOVE I08-F-VDR                 TO RV-VDR
           MOVE I08-F-RANG                TO RV-RANG
           MOVE I08-F-CBQE-PREC           TO RV-CBQE-PREC
           MOVE I08-F-CGUIC-PREC          TO RV-CGUIC-PREC
           MOVE I08-F-NCPTE-PREC          TO RV-NCPTE-PREC
           MOVE I08-F-CBQE                TO RV-CBQE
           MOVE I08-F-CGUIC               TO RV-CGUIC
           MOVE I08-F-NCPTE               TO RV-NCPTE
           MOVE I08-F-DATA                TO RV-DATA
           MOVE I08-RIGA-VAR              TO
                I08-RIGA-RISP(I08-NUM-RIGHE).
      *----------------------------------------------------------------*
       3100-RIGA-VAR-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3500-FERMI.
           MOVE ZERO                      TO I08-NUM-RIGHE
           MOVE 'N'                       TO SW-FINE-RIGHE
           EXEC SQL OPEN CURS-FERMI END-EXEC
           PERFORM 3600-RIGA-FERMO        THRU 3600-RIGA-FERMO-X
                   UNTIL FINE-RIGHE
                   OR    I08-NUM-RIGHE NOT < I08-MAX-RIGHE
           IF  NOT FINE-RIGHE
           THEN
               MOVE I08-RIGA-ALTRI        TO
                    I08-RIGA-RISP(I08-NUM-RIGHE)
           END-IF
           EXEC SQL CLOSE CURS-FERMI END-EXEC
           IF  I08-NUM-RIGHE = ZERO
           THEN
               MOVE I08-RIGA-NESSUN-FERMO TO I08-RIGA-RISP(1)
               MOVE 1                     TO I08-NUM-RIGHE
           END-IF.
      *----------------------------------------------------------------*
       3500-FERMI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3600-RIGA-FERMO.
           EXEC SQL FETCH CURS-FERMI
                    INTO :I08-F-NUM-PRA, :I08-F-VDR, :I08-F-RANG,
                         :I08-F-IMPORTO, :I08-F-DATA
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-RIGHE             TO TRUE
               GO TO 3600-RIGA-FERMO-X
           END-IF
           ADD 1                          TO I08-NUM-RIGHE
           MOVE I08-F-NUM-PRA             TO RF-NUM-PRA
           MOVE I08-F-VDR                 TO RF-VDR
           MOVE I08-F-RANG                TO RF-RANG
           COMPUTE I08-F-IMPORTO-EUR = I08-F-IMPORTO / 100
           MOVE I08-F-IMPORTO-EUR         TO RF-IMPORTO
           MOVE I08-F-DATA                TO RF-DATA
           MOVE I08-RIGA-FERMO            TO
                I08-RIGA-RISP(I08-NUM-RIGHE).
      *----------------------------------------------------------------*
       3600-RIGA-FERMO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-CONFERMA: IL DEALER HA CONFERMATO LA VARIAZIONE AL
      *    NUMERO GIA' IN ARCHIVIO. IL RAFFREDDAMENTO NON SI ACCORCIA:
      *    LETTERA E RILASCIO DEI FERMI LI FA D05223S1
      *----------------------------------------------------------------*
       4000-CONFERMA.
           MOVE 1                         TO I08-NUM-RIGHE
           EXEC SQL UPDATE T_DFAX_BQE_VAR
                       SET VAR_STATO      = 'C',
                           VAR_UTENTE     = :I08-UTENTE,
                           VAR_DATA_CONF  = CURRENT TIMESTAMP,
                           VAR_DATA_AGG   = CURRENT TIMESTAMP
                     WHERE VAR_AGR        = :I08-VDR
                       AND VAR_RANG       = :I08-RANG
                       AND VAR_STATO      = 'A'
           END-EXEC
           IF  SQLCODE = 100
           OR  (SQLCODE = ZERO AND SQLERRD(3) = ZERO)
           THEN
               MOVE I08-RIGA-NESSUNA-VAR  TO I08-RIGA-RISP(1)
               GO TO 4000-CONFERMA-X
           END-IF
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE SQLCODE               TO RE-SQLCODE
               MOVE I08-RIGA-ERRORE-DB2   TO I08-RIGA-RISP(1)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO 4000-CONFERMA-X
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE I08-RIGA-CONFERMATA       TO I08-RIGA-RISP(1).
      *----------------------------------------------------------------*
       4000-CONFERMA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4500-RESPINGE: IL DEALER NON RICONOSCE LA VARIAZIONE. LA
      *    VARIAZIONE RESTA A BLOCCARE I BONIFICI ('X') FINCHE' LA RIGA
      *    BANCA NON VIENE RIMESSA A POSTO; QUELLI GIA' FERMI SONO
      *    ANNULLATI CON TUTTI I LORO FERMI, E DELLE PRATICHE RIMASTE
      *    SENZA BONIFICO SI STORNA L'EROGAZIONE GIA' SEGNALATA
      *----------------------------------------------------------------*
       4500-RESPINGE.
           MOVE 1                         TO I08-NUM-RIGHE
           EXEC SQL UPDATE T_DFAX_BQE_VAR
                       SET VAR_STATO      = 'X',
                           VAR_UTENTE     = :I08-UTENTE,
                           VAR_DATA_CONF  = CURRENT TIMESTAMP,
                           VAR_DATA_AGG   = CURRENT TIMESTAMP
                     WHERE VAR_AGR        = :I08-VDR
                       AND VAR_RANG       = :I08-RANG
                       AND VAR_STATO      = 'A'
           END-EXEC
           IF  SQLCODE = 100
           OR  (SQLCODE = ZERO AND SQLERRD(3) = ZERO)
           THEN
               MOVE I08-RIGA-NESSUNA-VAR  TO I08-RIGA-RISP(1)
               GO TO 4500-RESPINGE-X
           END-IF
           IF  SQLCODE NOT = ZERO
           THEN
               GO TO 4500-RESPINGE-ERR
           END-IF
      *
           EXEC SQL UPDATE BE00TBMO M
                       SET M.STATO_MOV = 'X'
                     WHERE M.ISTITUTO  = 100
                       AND M.STATO_MOV = 'Q'
                       AND EXISTS
                           (SELECT 1
                              FROM T_DFAX_HOLD_BQE H
                             WHERE H.HBQ_NUM_DIST = M.NUM_DIST
                               AND H.HBQ_NUM_MOV  = M.NUM_MOV
                               AND H.HBQ_VDR      = :I08-VDR
                               AND H.HBQ_RANG     = :I08-RANG
                               AND H.HBQ_STATO    = 'H')
           END-EXEC
           IF  SQLCODE NOT = ZERO
           AND SQLCODE NOT = 100
           THEN
               GO TO 4500-RESPINGE-ERR
           END-IF
           MOVE ZERO                      TO I08-ANNULLATI
           IF  SQLCODE = ZERO
           THEN
               MOVE SQLERRD(3)            TO I08-ANNULLATI
           END-IF
      *    UN FERMO PLAFOND SULLO STESSO BONIFICO NON HA PIU' OGGETTO
           EXEC SQL UPDATE T_DFAX_HOLD_PLAF HP
                       SET HP.HPL_STATO   = 'X'
                     WHERE HP.HPL_STATO   = 'H'
                       AND EXISTS
                           (SELECT 1
                              FROM T_DFAX_HOLD_BQE H
                             WHERE H.HBQ_NUM_DIST = HP.HPL_NUM_DIST
                               AND H.HBQ_NUM_MOV  = HP.HPL_NUM_MOV
                               AND H.HBQ_VDR      = :I08-VDR
                               AND H.HBQ_RANG     = :I08-RANG
                               AND H.HBQ_STATO    = 'H')
           END-EXEC
           IF  SQLCODE NOT = ZERO
           AND SQLCODE NOT = 100
           THEN
               GO TO 4500-RESPINGE-ERR
           END-IF
           EXEC SQL UPDATE T_DFAX_HOLD_PROC HC
                       SET HC.HPC_STATO      = 'X',
                           HC.HPC_UTENTE     = :I08-UTENTE,
                           HC.HPC_DATA_ESITO = CURRENT TIMESTAMP
                     WHERE HC.HPC_STATO   = 'H'
                       AND EXISTS
                           (SELECT 1
                              FROM T_DFAX_HOLD_BQE H
                             WHERE H.HBQ_NUM_DIST = HC.HPC_NUM_DIST
                               AND H.HBQ_NUM_MOV  = HC.HPC_NUM_MOV
                               AND H.HBQ_VDR      = :I08-VDR
                               AND H.HBQ_RANG     = :I08-RANG
                               AND H.HBQ_STATO    = 'H')
           END-EXEC
           IF  SQLCODE NOT = ZERO
           AND SQLCODE NOT = 100
           THEN
               GO TO 4500-RESPINGE-ERR
           END-IF
      *    STORNO DELL'EROGAZIONE, PRATICA PER PRATICA
           INITIALIZE I08-K303-AREA
           SET I08-K303-OK                TO TRUE
           MOVE 'N'                       TO SW-FINE-RIGHE
           EXEC SQL OPEN CURS-PRA-RESP END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               GO TO 4500-RESPINGE-ERR
           END-IF
           PERFORM 4600-STORNA-PRATICA    THRU 4600-STORNA-PRATICA-X
                   UNTIL FINE-RIGHE
           EXEC SQL CLOSE CURS-PRA-RESP END-EXEC
           IF  NOT I08-K303-OK
           THEN
               MOVE I08-K303-SQLCODE      TO RE-SQLCODE
               MOVE I08-RIGA-ERRORE-DB2   TO I08-RIGA-RISP(1)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO 4500-RESPINGE-X
           END-IF
           EXEC SQL UPDATE T_DFAX_HOLD_BQE
                       SET HBQ_STATO      = 'X',
                           HBQ_UTENTE     = :I08-UTENTE,
                           HBQ_DATA_ESITO = CURRENT TIMESTAMP
                     WHERE HBQ_VDR        = :I08-VDR
                       AND HBQ_RANG       = :I08-RANG
                       AND HBQ_STATO      = 'H'
           END-EXEC
           IF  SQLCODE NOT = ZERO
           AND SQLCODE NOT = 100
           THEN
               GO TO 4500-RESPINGE-ERR
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE I08-ANNULLATI             TO RR-ANNULLATI
           MOVE I08-RIGA-RESPINTA         TO I08-RIGA-RISP(1)
           GO TO 4500-RESPINGE-X.
      *
       4500-RESPINGE-ERR.
           MOVE SQLCODE                   TO RE-SQLCODE
           MOVE I08-RIGA-ERRORE-DB2       TO I08-RIGA-RISP(1)
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
      *----------------------------------------------------------------*
       4500-RESPINGE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4600-STORNA-PRATICA: D05223K3 STORNA L'EROGAZIONE SOLO SE LA
      *    PRATICA NON HA PIU' BONIFICI VIVI
      *----------------------------------------------------------------*
       4600-STORNA-PRATICA.
           EXEC SQL FETCH CURS-PRA-RESP
                    INTO :I08-F-NUM-PRA
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-RIGHE             TO TRUE
               IF  SQLCODE NOT = 100
               THEN
                   SET I08-K303-ERRORE    TO TRUE
                   MOVE SQLCODE           TO I08-K303-SQLCODE
               END-IF
               GO TO 4600-STORNA-PRATICA-X
           END-IF
           MOVE I08-F-NUM-PRA             TO I08-K303-NUM-PRA
           CALL 'D05223K3'            USING I08-K303-AREA
           IF  NOT I08-K303-OK
           THEN
               SET FINE-RIGHE             TO TRUE
           END-IF.
      *----------------------------------------------------------------*
       4600-STORNA-PRATICA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5000-RILASCIA: FERMO RIMASTO SENZA VARIAZIONE (LA RIGA BANCA
      *    E' TORNATA COM'ERA PRIMA DELLA NOTTE), RILASCIATO DOPO LA
      *    VERIFICA CON IL DEALER; NON AMMESSO CON VARIAZIONI APERTE,
      *    RESPINTE O IN RAFFREDDAMENTO. SE IL PLAFOND ERA GIA' STATO
      *    RIFIUTATO IL BONIFICO SI ANNULLA E L'EROGAZIONE SI STORNA
      *----------------------------------------------------------------*
       5000-RILASCIA.
           MOVE 1                         TO I08-NUM-RIGHE
           EXEC SQL SELECT HBQ_NUM_DIST, HBQ_NUM_MOV, HBQ_VDR, HBQ_RANG
                      INTO :I08-NUM-DIST, :I08-NUM-MOV, :I08-VDR,
                           :I08-RANG
                      FROM T_DFAX_HOLD_BQE
                     WHERE HBQ_NUM_PRA = :I08-NUMPRA
                       AND HBQ_STATO   = 'H'
                     FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE I08-RIGA-NESSUN-FERMO TO I08-RIGA-RISP(1)
               GO TO 5000-RILASCIA-X
           END-IF
           EXEC SQL SELECT COUNT(*)
                      INTO :I08-CONTA
                      FROM T_DFAX_BQE_VAR
                     WHERE VAR_AGR   = :I08-VDR
                       AND VAR_RANG  = :I08-RANG
                       AND (VAR_STATO IN ('A', 'X')
                        OR (VAR_STATO = 'C'
                       AND VAR_DATA_FINE_RAFFR > CURRENT DATE))
           END-EXEC
           IF  I08-CONTA > ZERO
           THEN
               MOVE I08-RIGA-VAR-APERTA   TO I08-RIGA-RISP(1)
               GO TO 5000-RILASCIA-X
           END-IF
      *
      *    UN FERMO PLAFOND ANCORA APERTO MANDA IL BONIFICO AL RISCHIO
      *    DI CREDITO ('F'), UN PLAFOND GIA' RIFIUTATO LO ANNULLA ('X')
           EXEC SQL UPDATE BE00TBMO MO
                       SET STATO_MOV =
                   CASE WHEN EXISTS (SELECT 1 FROM T_DFAX_HOLD_PLAF HP
                                 WHERE HP.HPL_NUM_DIST = MO.NUM_DIST
                                   AND HP.HPL_NUM_MOV  = MO.NUM_MOV
                                   AND HP.HPL_STATO    = 'X')
                        THEN 'X'
                        WHEN EXISTS (SELECT 1 FROM T_DFAX_HOLD_PLAF HP
                                 WHERE HP.HPL_NUM_DIST = MO.NUM_DIST
                                   AND HP.HPL_NUM_MOV  = MO.NUM_MOV
                                   AND HP.HPL_STATO    = 'H')
                        THEN 'F'
                        ELSE 'I'
                   END
                     WHERE MO.ISTITUTO  = 100
                       AND MO.NUM_DIST  = :I08-NUM-DIST
                       AND MO.NUM_MOV   = :I08-NUM-MOV
                       AND MO.STATO_MOV = 'Q'
           END-EXEC
           IF  SQLCODE NOT = ZERO
           AND SQLCODE NOT = 100
           THEN
               GO TO 5000-RILASCIA-ERR
           END-IF
           EXEC SQL UPDATE T_DFAX_HOLD_BQE
                       SET HBQ_STATO      = 'R',
                           HBQ_UTENTE     = :I08-UTENTE,
                           HBQ_DATA_ESITO = CURRENT TIMESTAMP
                     WHERE HBQ_NUM_DIST   = :I08-NUM-DIST
                       AND HBQ_NUM_MOV    = :I08-NUM-MOV
                       AND HBQ_STATO      = 'H'
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               GO TO 5000-RILASCIA-ERR
           END-IF
           INITIALIZE I08-K303-AREA
           MOVE I08-NUMPRA                TO I08-K303-NUM-PRA
           CALL 'D05223K3'            USING I08-K303-AREA
           IF  NOT I08-K303-OK
           THEN
               MOVE I08-K303-SQLCODE      TO RE-SQLCODE
               MOVE I08-RIGA-ERRORE-DB2   TO I08-RIGA-RISP(1)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO 5000-RILASCIA-X
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE I08-RIGA-RILASCIATO       TO I08-RIGA-RISP(1)
           GO TO 5000-RILASCIA-X.
      *
       5000-RILASCIA-ERR.
           MOVE SQLCODE                   TO RE-SQLCODE
           MOVE I08-RIGA-ERRORE-DB2       TO I08-RIGA-RISP(1)
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
      *----------------------------------------------------------------*
       5000-RILASCIA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       6000-INVIA-RISPOSTA.
           IF  I08-NUM-RIGHE = ZERO
           THEN
               MOVE I08-RIGA-PROMPT       TO I08-RIGA-RISP(1)
               MOVE 1                     TO I08-NUM-RIGHE
           END-IF
           COMPUTE I08-LEN-RISP = I08-NUM-RIGHE * 80
           EXEC CICS SEND FROM   (I08-AREA-RISPOSTA)
                          LENGTH (I08-LEN-RISP)
                          ERASE
           END-EXEC.
      *----------------------------------------------------------------*
       6000-INVIA-RISPOSTA-X.
           EXIT.
      *
      ********************** EOM D05223I8 *******************************
