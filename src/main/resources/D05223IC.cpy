      ******************************************************************
      *                        D05223IC                                *
      *                                                                *
      *  TRANSAZIONE  : DFAX A SERVIZI - DEROGHE NNCG/PRODOTTO         *
      *  DESCRIZIONE  : FUNZIONE DEL CREDITO PER LE PRATICHE SCARTATE  *
      *                 DA D05223A0 CON E017 PERCHE' LA NATURA         *
      *                 GIURIDICA (NNCG) DEL CLIENTE NON E' AMMESSA    *
      *                 PER IL PRODOTTO (T_DFAX_NNCG_ECC IN STATO      *
      *                 'S'). COME D05223I6, RICHIESTA IN CHIARO DAL   *
      *                 TERMINALE:                                     *
      *                   E                   -> ELENCO SCARTATE       *
      *                   D nnnnnnnnnnnnnn motivo                      *
      *                                       -> DEROGA: IL DEALER     *
      *                                          PUO' RIPRESENTARE LA  *
      *                                          PRATICA, CHE PASSA    *
      *                   R nnnnnnnnnnnnnn    -> REVOCA UNA DEROGA     *
      *                                          NON ANCORA UTILIZZATA *
      *                 LA DEROGA REGISTRA UTENTE, DATA E MOTIVO PER   *
      *                 IL RENDICONTO MENSILE D05223S5                 *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : TERMINALE, T_DFAX_NNCG_ECC (DB2)               *
      *  OUTPUT       : TERMINALE, T_DFAX_NNCG_ECC AGGIORNATA          *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - DEROGHE ALLO SCARTO PER NNCG NON     *
      *           AMMESSA SUL PRODOTTO                                 *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223IC.
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
       01  ICC-RIGA-INPUT                PIC  X(80)  VALUE SPACE.
       01  ICC-MODO                      PIC  X(01)  VALUE SPACE.
           88  ICC-MODO-ELENCO                       VALUE 'E'.
           88  ICC-MODO-DEROGA                       VALUE 'D'.
           88  ICC-MODO-REVOCA                       VALUE 'R'.
       01  ICC-NUMPRA                    PIC  9(14)  VALUE ZERO.
       01  ICC-MOTIVO                    PIC  X(60)  VALUE SPACE.
       01  ICC-UTENTE                    PIC  X(08)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    HOST VARIABLE DELLA PRATICA IN ELENCO
      *----------------------------------------------------------------*
       01  ICC-F-NUM-PRA                 PIC  9(14)  VALUE ZERO.
       01  ICC-F-VDR                     PIC  9(07)  VALUE ZERO.
       01  ICC-F-NNCG                    PIC  X(03)  VALUE SPACE.
       01  ICC-F-PRODOTTO                PIC  X(03)  VALUE SPACE.
       01  ICC-F-DATA-INS                PIC  X(26)  VALUE SPACE.
      *
       01  SW-FINE-SCARTATE              PIC  X(01)  VALUE 'N'.
           88  FINE-SCARTATE                         VALUE 'S'.
      *
       01  ICC-NUM-RIGHE                 PIC  9(03)  VALUE ZERO.
       01  ICC-MAX-RIGHE                 PIC  9(03)  VALUE 15.
       01  ICC-LEN-RISP                  PIC S9(04)  COMP VALUE ZERO.
      *
       01  ICC-AREA-RISPOSTA.
           02  ICC-RIGA-RISP OCCURS 15   PIC  X(80)  VALUE SPACE.
      *
       01  ICC-RIGA-SCARTATA.
           02  RS-NUM-PRA                PIC  9(14).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  FILLER                    PIC  X(05)  VALUE 'VDR '.
           02  RS-VDR                    PIC  9(07).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  FILLER                    PIC  X(05)  VALUE 'NNCG '.
           02  RS-NNCG                   PIC  X(03).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  FILLER                    PIC  X(05)  VALUE 'PROD '.
           02  RS-PRODOTTO               PIC  X(03).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RS-DATA-INS               PIC  X(16).
           02  FILLER                    PIC  X(18)  VALUE SPACE.
      *
       01  ICC-RIGA-PROMPT               PIC  X(80)  VALUE
       'DFAX DEROGHE NNCG: E / D numpratica motivo / R numpratica'.
       01  ICC-RIGA-RICHIESTA-ERRATA     PIC  X(80)  VALUE
       'RICHIESTA NON RICONOSCIUTA - USARE E, D O R'.
       01  ICC-RIGA-MOTIVO-MANCANTE      PIC  X(80)  VALUE
       'DEROGA SENZA MOTIVO: INDICARLO DOPO IL NUMERO PRATICA'.
       01  ICC-RIGA-NESSUNA-SCARTATA     PIC  X(80)  VALUE
           'NESSUNA PRATICA SCARTATA PER NNCG NON AMMESSA'.
       01  ICC-RIGA-NESSUNA-DEROGA       PIC  X(80)  VALUE
           'NESSUNA DEROGA DA REVOCARE (ASSENTE O GIA'' UTILIZZATA)'.
       01  ICC-RIGA-ALTRE                PIC  X(80)  VALUE
           'ALTRE PRATICHE SCARTATE: DECIDERE LE PRIME E RIPETERE'.
       01  ICC-RIGA-CONCESSA             PIC  X(80)  VALUE
           'DEROGA CONCESSA: IL DEALER PUO'' RIPRESENTARE LA PRATICA'.
       01  ICC-RIGA-REVOCATA             PIC  X(80)  VALUE
           'DEROGA REVOCATA: LA PRATICA TORNA SCARTATA'.
       01  ICC-RIGA-ERRORE-DB2.
           02  FILLER                    PIC  X(30)  VALUE
               'ERRORE AGGIORNAMENTO SQLCODE '.
           02  RE-SQLCODE                PIC  -(5)9.
           02  FILLER                    PIC  X(44)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    PRATICHE SCARTATE SENZA DEROGA, DALLA PIU' VECCHIA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-SCARTATE CURSOR FOR
               SELECT  ECC_NUM_PRA, ECC_VDR, ECC_NNCG, ECC_PRODOTTO,
                       CHAR(ECC_DATA_INS)
                 FROM  T_DFAX_NNCG_ECC
                WHERE  ECC_STATO = 'S'
                ORDER BY ECC_DATA_INS
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 2000-RICEVI-RICHIESTA  THRU 2000-RICEVI-RICHIESTA-X
           EVALUATE TRUE
             WHEN ICC-MODO-ELENCO
                  PERFORM 3000-ELENCO
                     THRU 3000-ELENCO-X
             WHEN ICC-MODO-DEROGA
                  PERFORM 4000-DEROGA
                     THRU 4000-DEROGA-X
             WHEN ICC-MODO-REVOCA
                  PERFORM 5000-REVOCA
                     THRU 5000-REVOCA-X
             WHEN OTHER
                  MOVE ICC-RIGA-RICHIESTA-ERRATA
                                         TO ICC-RIGA-RISP(1)
                  MOVE 1                 TO ICC-NUM-RIGHE
           END-EVALUATE
           PERFORM 6000-INVIA-RISPOSTA    THRU 6000-INVIA-RISPOSTA-X
           EXEC CICS RETURN END-EXEC.
      *
      *----------------------------------------------------------------*
       2000-RICEVI-RICHIESTA.
           MOVE SPACE                     TO ICC-RIGA-INPUT
           EXEC CICS RECEIVE INTO   (ICC-RIGA-INPUT)
                             LENGTH (LENGTH OF ICC-RIGA-INPUT)
           END-EXEC
           EXEC CICS ASSIGN USERID (ICC-UTENTE) END-EXEC
      *
           MOVE ICC-RIGA-INPUT(1:1)       TO ICC-MODO
           MOVE ZERO                      TO ICC-NUMPRA
           MOVE SPACE                     TO ICC-MOTIVO
           IF  ICC-MODO-ELENCO
           THEN
               GO TO 2000-RICEVI-RICHIESTA-X
           END-IF
           IF  ICC-RIGA-INPUT(3:14) IS NUMERIC
           THEN
               MOVE ICC-RIGA-INPUT(3:14)  TO ICC-NUMPRA
               MOVE ICC-RIGA-INPUT(18:60) TO ICC-MOTIVO
           ELSE
               MOVE SPACE                 TO ICC-MODO
           END-IF.
      *----------------------------------------------------------------*
       2000-RICEVI-RICHIESTA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-ELENCO.
           MOVE ZERO                      TO ICC-NUM-RIGHE
           MOVE 'N'                       TO SW-FINE-SCARTATE
           EXEC SQL OPEN CURS-SCARTATE END-EXEC
           PERFORM 3100-RIGA-SCARTATA     THRU 3100-RIGA-SCARTATA-X
                   UNTIL FINE-SCARTATE
                   OR    ICC-NUM-RIGHE NOT < ICC-MAX-RIGHE
           IF  NOT FINE-SCARTATE
           THEN
               MOVE ICC-RIGA-ALTRE        TO
                    ICC-RIGA-RISP(ICC-NUM-RIGHE)
           END-IF
           EXEC SQL CLOSE CURS-SCARTATE END-EXEC
           IF  ICC-NUM-RIGHE = ZERO
           THEN
               MOVE ICC-RIGA-NESSUNA-SCARTATA TO ICC-RIGA-RISP(1)
               MOVE 1                     TO ICC-NUM-RIGHE
           END-IF.
      *----------------------------------------------------------------*
       3000-ELENCO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3100-RIGA-SCARTATA.
           EXEC SQL FETCH CURS-SCARTATE
                    INTO :ICC-F-NUM-PRA, :ICC-F-VDR, :ICC-F-NNCG,
                         :ICC-F-PRODOTTO, :ICC-F-DATA-INS
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-SCARTATE          TO TRUE
               GO TO 3100-RIGA-SCARTATA-X
           END-IF
           ADD 1                          TO ICC-NUM-RIGHE
           MOVE ICC-F-NUM-PRA             TO RS-NUM-PRA
           MOVE ICC-F-VDR                 TO RS-VDR
           MOVE ICC-F-NNCG                TO RS-NNCG
           MOVE ICC-F-PRODOTTO            TO RS-PRODOTTO
           MOVE ICC-F-DATA-INS(1:16)      TO RS-DATA-INS
           MOVE ICC-RIGA-SCARTATA         TO
                ICC-RIGA-RISP(ICC-NUM-RIGHE).
      *----------------------------------------------------------------*
       3100-RIGA-SCARTATA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-DEROGA: LA PRATICA SCARTATA ('S') PASSA A DEROGA
      *    CONCESSA ('D'); IL MOTIVO E' OBBLIGATORIO
      *----------------------------------------------------------------*
       4000-DEROGA.
           MOVE 1                         TO ICC-NUM-RIGHE
           IF  ICC-MOTIVO = SPACE
           THEN
               MOVE ICC-RIGA-MOTIVO-MANCANTE TO ICC-RIGA-RISP(1)
               GO TO 4000-DEROGA-X
           END-IF
      *
           EXEC SQL UPDATE T_DFAX_NNCG_ECC
                       SET ECC_STATO      = 'D',
                           ECC_UTENTE_DER = :ICC-UTENTE,
                           ECC_MOTIVO_DER = :ICC-MOTIVO,
                           ECC_DATA_DER   = CURRENT TIMESTAMP
                     WHERE ECC_NUM_PRA    = :ICC-NUMPRA
                       AND ECC_STATO      = 'S'
           END-EXEC
           IF  SQLCODE = 100
           OR  (SQLCODE = ZERO AND SQLERRD(3) = ZERO)
           THEN
               MOVE ICC-RIGA-NESSUNA-SCARTATA TO ICC-RIGA-RISP(1)
               GO TO 4000-DEROGA-X
           END-IF
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE SQLCODE               TO RE-SQLCODE
               MOVE ICC-RIGA-ERRORE-DB2   TO ICC-RIGA-RISP(1)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO 4000-DEROGA-X
           END-IF
      *
           EXEC CICS SYNCPOINT END-EXEC
           MOVE ICC-RIGA-CONCESSA         TO ICC-RIGA-RISP(1).
      *----------------------------------------------------------------*
       4000-DEROGA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5000-REVOCA: UNA DEROGA NON ANCORA UTILIZZATA DA D05223A0
      *    TORNA SCARTATA; QUELLA GIA' UTILIZZATA NON SI TOCCA
      *----------------------------------------------------------------*
       5000-REVOCA.
           MOVE 1                         TO ICC-NUM-RIGHE
           EXEC SQL UPDATE T_DFAX_NNCG_ECC
                       SET ECC_STATO      = 'S',
                           ECC_UTENTE_DER = :ICC-UTENTE,
                           ECC_DATA_DER   = CURRENT TIMESTAMP
                     WHERE ECC_NUM_PRA    = :ICC-NUMPRA
                       AND ECC_STATO      = 'D'
           END-EXEC
           IF  SQLCODE = 100
           OR  (SQLCODE = ZERO AND SQLERRD(3) = ZERO)
           THEN
               MOVE ICC-RIGA-NESSUNA-DEROGA TO ICC-RIGA-RISP(1)
               GO TO 5000-REVOCA-X
           END-IF
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE SQLCODE               TO RE-SQLCODE
               MOVE ICC-RIGA-ERRORE-DB2   TO ICC-RIGA-RISP(1)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO 5000-REVOCA-X
           END-IF
      *
           EXEC CICS SYNCPOINT END-EXEC
           MOVE ICC-RIGA-REVOCATA         TO ICC-RIGA-RISP(1).
      *----------------------------------------------------------------*
       5000-REVOCA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       6000-INVIA-RISPOSTA.
           IF  ICC-NUM-RIGHE = ZERO
           THEN
               MOVE ICC-RIGA-PROMPT       TO ICC-RIGA-RISP(1)
               MOVE 1                     TO ICC-NUM-RIGHE
           END-IF
           COMPUTE ICC-LEN-RISP = ICC-NUM-RIGHE * 80
           EXEC CICS SEND FROM   (ICC-AREA-RISPOSTA)
                          LENGTH (ICC-LEN-RISP)
                          ERASE
           END-EXEC.
      *----------------------------------------------------------------*
       6000-INVIA-RISPOSTA-X.
           EXIT.
      *
      ********************** EOM D05223IC *******************************
