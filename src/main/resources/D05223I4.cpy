      ******************************************************************
      *                        D05223I4                                *
      *                                                                *
      *  TRANSAZIONE  : DFAX A SERVIZI - FERMI PER PLAFOND DEALER      *
      *  DESCRIZIONE  : FUNZIONE DEL RISCHIO DI CREDITO PER LAVORARE   *
      *                 I BONIFICI AL DEALER NATI FERMI (BE00TBMO      *
      *                 STATO_MOV 'F') PERCHE' OLTRE IL PLAFOND        *
      *                 GIORNALIERO O SETTIMANALE DEL VDR, O CON IL    *
      *                 PLAFOND NON VERIFICABILE (D05223A0,            *
      *                 T_DFAX_HOLD_PLAF IN STATO 'H'). COME D05223I3, *
      *                 LA RICHIESTA ARRIVA IN CHIARO DAL TERMINALE:   *
      *                   E [vvvvvvv]         -> ELENCO FERMI APERTI   *
      *                                          (TUTTI O DI UN VDR)   *
      *                   R nnnnnnnnnnnnnn    -> RILASCIA I FERMI      *
      *                                          DELLA PRATICA (IL     *
      *                                          BONIFICO TORNA IN 'I')*
      *                   X nnnnnnnnnnnnnn    -> RIFIUTA: IL BONIFICO  *
      *                                          VIENE ANNULLATO ('X') *
      *                                          CON I SUOI FERMI E    *
      *                                          L'EROGAZIONE GIA'     *
      *                                          SEGNALATA E' STORNATA *
      *                                          (D05223K3)            *
      *                 OGNI DECISIONE REGISTRA UTENTE E DATA; GLI     *
      *                 ESITI FINISCONO NEL REPORT D05223RY            *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : TERMINALE, T_DFAX_HOLD_PLAF (DB2)              *
      *  OUTPUT       : TERMINALE, T_DFAX_HOLD_PLAF, T_DFAX_HOLD_BQE,  *
      *                 T_DFAX_HOLD_PROC E BE00TBMO AGGIORNATE;        *
      *                 SCADENZA, SIC E IMSIP VIA D05223K3             *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - RILASCIO/RIFIUTO DEI BONIFICI FERMI  *
      *           PER PLAFOND DEALER                                   *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223I4.
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
       01  I04-RIGA-INPUT                PIC  X(80)  VALUE SPACE.
       01  I04-MODO                      PIC  X(01)  VALUE SPACE.
           88  I04-MODO-ELENCO                       VALUE 'E'.
           88  I04-MODO-RILASCIO                     VALUE 'R'.
           88  I04-MODO-RIFIUTO                      VALUE 'X'.
       01  I04-NUMPRA                    PIC  9(14)  VALUE ZERO.
       01  I04-VDR                       PIC  9(07)  VALUE ZERO.
       01  I04-UTENTE                    PIC  X(08)  VALUE SPACE.
       01  I04-STATO-NUOVO               PIC  X(01)  VALUE SPACE.
       01  I04-STATO-MOV                 PIC  X(01)  VALUE SPACE.
       01  I04-NUM-MOV                   PIC S9(09)  COMP VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    AREA DI CHIAMATA DELLO STORNO DELLE SEGNALAZIONI D05223K3
      *----------------------------------------------------------------*
       01  I04-K303-AREA.
           02  I04-K303-NUM-PRA          PIC  9(14).
           02  I04-K303-ESITO            PIC  X(01).
               88  I04-K303-OK                       VALUE 'S'.
           02  I04-K303-SQLCODE          PIC S9(09)  COMP.
           02  I04-K303-NUM-STORNI       PIC  9(05).
      *
      *----------------------------------------------------------------*
      *    HOST VARIABLE DEL FERMO IN ELENCO
      *----------------------------------------------------------------*
       01  I04-F-NUM-PRA                 PIC  9(14)  VALUE ZERO.
       01  I04-F-VDR                     PIC  9(07)  VALUE ZERO.
       01  I04-F-IMPORTO                 PIC S9(16)  COMP-3 VALUE ZERO.
       01  I04-F-MOTIVO                  PIC  X(01)  VALUE SPACE.
       01  I04-F-DATA-INS                PIC  X(26)  VALUE SPACE.
      *
       01  SW-FINE-FERMI                 PIC  X(01)  VALUE 'N'.
           88  FINE-FERMI                            VALUE 'S'.
      *
       01  I04-NUM-RIGHE                 PIC  9(03)  VALUE ZERO.
       01  I04-MAX-RIGHE                 PIC  9(03)  VALUE 15.
       01  I04-LEN-RISP                  PIC S9(04)  COMP VALUE ZERO.
      *
       01  I04-AREA-RISPOSTA.
           02  I04-RIGA-RISP OCCURS 15   PIC  X(80)  VALUE SPACE.
      *
       01  I04-RIGA-FERMO.
           02  RF-NUM-PRA                PIC  9(14).
           02  FILLER                    PIC  X(05)  VALUE ' VDR '.
           02  RF-VDR                    PIC  9(07).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RF-IMPORTO                PIC  Z.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RF-MOTIVO                 PIC  X(15).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RF-DATA-INS               PIC  X(16).
           02  FILLER                    PIC  X(03)  VALUE SPACE.
      *
       01  I04-RIGA-PROMPT               PIC  X(80)  VALUE
       'DFAX FERMI PLAFOND: E [vdr] / R numpratica / X numpratica'.
       01  I04-RIGA-RICHIESTA-ERRATA     PIC  X(80)  VALUE
       'RICHIESTA NON RICONOSCIUTA - USARE E, R O X'.
       01  I04-RIGA-NESSUN-FERMO         PIC  X(80)  VALUE
           'NESSUN BONIFICO FERMO PER PLAFOND'.
       01  I04-RIGA-ALTRI                PIC  X(80)  VALUE
           'ALTRI FERMI PRESENTI: RESTRINGERE PER VDR'.
       01  I04-RIGA-RILASCIATO           PIC  X(80)  VALUE
           'FERMO RILASCIATO: BONIFICO RIMESSO IN LAVORAZIONE'.
       01  I04-RIGA-RIFIUTATO            PIC  X(80)  VALUE
           'FERMO RIFIUTATO: IL BONIFICO E'' STATO ANNULLATO'.
       01  I04-RIGA-ERRORE-DB2.
           02  FILLER                    PIC  X(30)  VALUE
               'ERRORE AGGIORNAMENTO SQLCODE '.
           02  RE-SQLCODE                PIC  -(5)9.
           02  FILLER                    PIC  X(44)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    FERMI APERTI, DAL PIU' VECCHIO; VDR A ZERO = TUTTI
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-FERMI CURSOR FOR
               SELECT  HPL_NUM_PRA, HPL_VDR, HPL_IMPORTO, HPL_MOTIVO,
                       CHAR(HPL_DATA_INS)
                 FROM  T_DFAX_HOLD_PLAF
                WHERE  HPL_STATO = 'H'
                  AND  (HPL_VDR = :I04-VDR OR :I04-VDR = 0)
                ORDER BY HPL_DATA_INS
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 2000-RICEVI-RICHIESTA  THRU 2000-RICEVI-RICHIESTA-X
           EVALUATE TRUE
             WHEN I04-MODO-ELENCO
                  PERFORM 3000-ELENCO
                     THRU 3000-ELENCO-X
             WHEN I04-MODO-RILASCIO
             WHEN I04-MODO-RIFIUTO
                  PERFORM 4000-DECIDI
                     THRU 4000-DECIDI-X
             WHEN OTHER
                  MOVE I04-RIGA-RICHIESTA-ERRATA
                                         TO I04-RIGA-RISP(1)
                  MOVE 1                 TO I04-NUM-RIGHE
           END-EVALUATE
           PERFORM 6000-INVIA-RISPOSTA    THRU 6000-INVIA-RISPOSTA-X
           EXEC CICS RETURN END-EXEC.
      *
      *----------------------------------------------------------------*
       2000-RICEVI-RICHIESTA.
           MOVE SPACE                     TO I04-RIGA-INPUT
           EXEC CICS RECEIVE INTO   (I04-RIGA-INPUT)
                             LENGTH (LENGTH OF I04-RIGA-INPUT)
           END-EXEC
           EXEC CICS ASSIGN USERID (I04-UTENTE) END-EXEC
      *
           MOVE I04-RIGA-INPUT(1:1)       TO I04-MODO
           MOVE ZERO                      TO I04-VDR I04-NUMPRA
           IF  I04-MODO-ELENCO
           THEN
               IF  I04-RIGA-INPUT(3:7) IS NUMERIC
               THEN
                   MOVE I04-RIGA-INPUT(3:7) TO I04-VDR
               END-IF
               GO TO 2000-RICEVI-RICHIESTA-X
           END-IF
           IF  I04-RIGA-INPUT(3:14) IS NUMERIC
           THEN
               MOVE I04-RIGA-INPUT(3:14)  TO I04-NUMPRA
           ELSE
               MOVE SPACE                 TO I04-MODO
           END-IF.
      *----------------------------------------------------------------*
       2000-RICEVI-RICHIESTA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-ELENCO.
           MOVE ZERO                      TO I04-NUM-RIGHE
           MOVE 'N'                       TO SW-FINE-FERMI
           EXEC SQL OPEN CURS-FERMI END-EXEC
           PERFORM 3100-RIGA-FERMO        THRU 3100-RIGA-FERMO-X
                   UNTIL FINE-FERMI
                   OR    I04-NUM-RIGHE NOT < I04-MAX-RIGHE
           IF  NOT FINE-FERMI
           THEN
               MOVE I04-RIGA-ALTRI        TO
                    I04-RIGA-RISP(I04-NUM-RIGHE)
           END-IF
           EXEC SQL CLOSE CURS-FERMI END-EXEC
           IF  I04-NUM-RIGHE = ZERO
           THEN
               MOVE I04-RIGA-NESSUN-FERMO TO I04-RIGA-RISP(1)
               MOVE 1                     TO I04-NUM-RIGHE
           END-IF.
      *----------------------------------------------------------------*
       3000-ELENCO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3100-RIGA-FERMO.
           EXEC SQL FETCH CURS-FERMI
                    INTO :I04-F-NUM-PRA, :I04-F-VDR, :I04-F-IMPORTO,
                         :I04-F-MOTIVO, :I04-F-DATA-INS
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-FERMI             TO TRUE
               GO TO 3100-RIGA-FERMO-X
           END-IF
           ADD 1                          TO I04-NUM-RIGHE
           MOVE I04-F-NUM-PRA             TO RF-NUM-PRA
           MOVE I04-F-VDR                 TO RF-VDR
      *    IMPORTO DI BE00TBMO IN CENTESIMI
           COMPUTE RF-IMPORTO = I04-F-IMPORTO / 100
           EVALUATE I04-F-MOTIVO
             WHEN 'G'
                  MOVE 'PLAFOND GIORNO'   TO RF-MOTIVO
             WHEN 'S'
                  MOVE 'PLAFOND SETTIM.'  TO RF-MOTIVO
             WHEN OTHER
                  MOVE 'NON VERIFICATO'   TO RF-MOTIVO
           END-EVALUATE
           MOVE I04-F-DATA-INS(1:16)      TO RF-DATA-INS
           MOVE I04-RIGA-FERMO            TO
                I04-RIGA-RISP(I04-NUM-RIGHE).
      *----------------------------------------------------------------*
       3100-RIGA-FERMO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-DECIDI: RILASCIO ('I') O RIFIUTO ('X') DI TUTTI I
      *    MOVIMENTI FERMI DELLA PRATICA, PRIMA SU BE00TBMO E POI SUL
      *    FERMO, NELLA STESSA UNITA' DI LAVORO. IL RIFIUTO ANNULLA IL
      *    MOVIMENTO ANCHE SE E' FERMO ANCHE PER COORDINATE ('Q') O
      *    PROCEDURA ('C'), CHIUDENDO ANCHE QUEI FERMI, E STORNA LE
      *    SEGNALAZIONI DELL'EROGAZIONE (D05223K3); IL RILASCIO LASCIA
      *    AGLI ALTRI FERMI IL MOVIMENTO CHE NE HA ANCORA UNO APERTO
      *----------------------------------------------------------------*
       4000-DECIDI.
           MOVE 1                         TO I04-NUM-RIGHE
           IF  I04-MODO-RILASCIO
           THEN
               MOVE 'I'                   TO I04-STATO-MOV
               MOVE 'R'                   TO I04-STATO-NUOVO
           ELSE
               MOVE 'X'                   TO I04-STATO-MOV
               MOVE 'X'                   TO I04-STATO-NUOVO
           END-IF
      *
           EXEC SQL UPDATE BE00TBMO MO
                       SET STATO_MOV = :I04-STATO-MOV
                     WHERE MO.ISTITUTO  = 100
                       AND (MO.STATO_MOV = 'F'
                        OR (MO.STATO_MOV IN ('Q', 'C')
                       AND :I04-STATO-MOV = 'X'))
                       AND EXISTS
                           (SELECT 1
                              FROM T_DFAX_HOLD_PLAF HP
                             WHERE HP.HPL_NUM_PRA  = :I04-NUMPRA
                               AND HP.HPL_STATO    = 'H'
                               AND HP.HPL_NUM_DIST = MO.NUM_DIST
                               AND HP.HPL_NUM_MOV  = MO.NUM_MOV)
           END-EXEC
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
           THEN
               MOVE SQLCODE               TO RE-SQLCODE
               MOVE I04-RIGA-ERRORE-DB2   TO I04-RIGA-RISP(1)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO 4000-DECIDI-X
           END-IF
      *
      *    IL MOVIMENTO ANNULLATO ESCE ANCHE DAI FERMI COORDINATE E
      *    PROCEDURA CHE AVEVA APERTI
           IF  I04-MODO-RIFIUTO
           THEN
               PERFORM 4100-ANNULLA-FERMI THRU 4100-ANNULLA-FERMI-X
               IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               THEN
                   MOVE SQLCODE           TO RE-SQLCODE
                   MOVE I04-RIGA-ERRORE-DB2
                                          TO I04-RIGA-RISP(1)
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   GO TO 4000-DECIDI-X
               END-IF
           END-IF
      *
           EXEC SQL UPDATE T_DFAX_HOLD_PLAF
                       SET HPL_STATO      = :I04-STATO-NUOVO,
                           HPL_UTENTE     = :I04-UTENTE,
                           HPL_DATA_ESITO = CURRENT TIMESTAMP
                     WHERE HPL_NUM_PRA    = :I04-NUMPRA
                       AND HPL_STATO      = 'H'
           END-EXEC
           IF  SQLCODE = 100
           OR  (SQLCODE = ZERO AND SQLERRD(3) = ZERO)
           THEN
               MOVE I04-RIGA-NESSUN-FERMO TO I04-RIGA-RISP(1)
               GO TO 4000-DECIDI-X
           END-IF
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE SQLCODE               TO RE-SQLCODE
               MOVE I04-RIGA-ERRORE-DB2   TO I04-RIGA-RISP(1)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO 4000-DECIDI-X
           END-IF
      *
      *    BONIFICO ANNULLATO: L'EROGAZIONE GIA' SEGNALATA SI STORNA
           IF  I04-MODO-RIFIUTO
           THEN
               INITIALIZE I04-K303-AREA
               MOVE I04-NUMPRA            TO I04-K303-NUM-PRA
               CALL 'D05223K3'        USING I04-K303-AREA
               IF  NOT I04-K303-OK
               THEN
                   MOVE I04-K303-SQLCODE  TO RE-SQLCODE
                   MOVE I04-RIGA-ERRORE-DB2
                                          TO I04-RIGA-RISP(1)
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   GO TO 4000-DECIDI-X
               END-IF
           END-IF
      *
           EXEC CICS SYNCPOINT END-EXEC
           IF  I04-MODO-RILASCIO
           THEN
               MOVE I04-RIGA-RILASCIATO   TO I04-RIGA-RISP(1)
           ELSE
               MOVE I04-RIGA-RIFIUTATO    TO I04-RIGA-RISP(1)
           END-IF.
      *----------------------------------------------------------------*
       4000-DECIDI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4100-ANNULLA-FERMI: FERMI COORDINATE ('Q') E PROCEDURA ('C')
      *    DEI MOVIMENTI DELLA PRATICA ANCORA FERMI PER PLAFOND, PRIMA
      *    CHE IL FERMO PLAFOND SI CHIUDA; ESCE CON L'SQLCODE DEL
      *    PRIMO ERRORE
      *----------------------------------------------------------------*
       4100-ANNULLA-FERMI.
           EXEC SQL UPDATE T_DFAX_HOLD_BQE HB
                       SET HBQ_STATO      = 'X',
                           HBQ_UTENTE     = :I04-UTENTE,
                           HBQ_DATA_ESITO = CURRENT TIMESTAMP
                     WHERE HB.HBQ_STATO   = 'H'
                       AND EXISTS
                           (SELECT 1
                              FROM T_DFAX_HOLD_PLAF HP
                             WHERE HP.HPL_NUM_PRA  = :I04-NUMPRA
                               AND HP.HPL_STATO    = 'H'
                               AND HP.HPL_NUM_DIST = HB.HBQ_NUM_DIST
                               AND HP.HPL_NUM_MOV  = HB.HBQ_NUM_MOV)
           END-EXEC
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
           THEN
               GO TO 4100-ANNULLA-FERMI-X
           END-IF
           EXEC SQL UPDATE T_DFAX_HOLD_PROC HC
                       SET HPC_STATO      = 'X',
                           HPC_UTENTE     = :I04-UTENTE,
                           HPC_DATA_ESITO = CURRENT TIMESTAMP
                     WHERE HC.HPC_STATO   = 'H'
                       AND EXISTS
                           (SELECT 1
                              FROM T_DFAX_HOLD_PLAF HP
                             WHERE HP.HPL_NUM_PRA  = :I04-NUMPRA
                               AND HP.HPL_STATO    = 'H'
                               AND HP.HPL_NUM_DIST = HC.HPC_NUM_DIST
                               AND HP.HPL_NUM_MOV  = HC.HPC_NUM_MOV)
           END-EXEC.
      *----------------------------------------------------------------*
       4100-ANNULLA-FERMI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       6000-INVIA-RISPOSTA.
           IF  I04-NUM-RIGHE = ZERO
           THEN
               MOVE I04-RIGA-PROMPT       TO I04-RIGA-RISP(1)
               MOVE 1                     TO I04-NUM-RIGHE
           END-IF
           COMPUTE I04-LEN-RISP = I04-NUM-RIGHE * 80
           EXEC CICS SEND FROM   (I04-AREA-RISPOSTA)
                          LENGTH (I04-LEN-RISP)
                          ERASE
           END-EXEC.
      *----------------------------------------------------------------*
       6000-INVIA-RISPOSTA-X.
           EXIT.
      *
      ********************** EOM D05223I4 *******************************
