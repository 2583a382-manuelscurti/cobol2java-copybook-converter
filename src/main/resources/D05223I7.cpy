      ******************************************************************
      *                        D05223I7                                *
      *                                                                *
      *  TRANSAZIONE  : DFAX A SERVIZI - RETTIFICHE SIC                *
      *  DESCRIZIONE  : LISTA DI LAVORO DELLE SEGNALAZIONI AL SIC      *
      *                 SCARTATE (T_DFAX_SIC_EVT IN STATO 'S': SCARTI  *
      *                 DEL FILE DI RITORNO O CLIENTI SENZA CODICE     *
      *                 FISCALE, CARICATI DA D05223S0). COME D05223I6, *
      *                 RICHIESTA IN CHIARO DAL TERMINALE:             *
      *                   E                   -> ELENCO SCARTI APERTI  *
      *                   C nnnnnnnnnnnnnn e  -> CORRETTA: L'EVENTO e  *
      *                                          TORNA DA SEGNALARE    *
      *                                          ALLA PROSSIMA CORSA   *
      *                   X nnnnnnnnnnnnnn e  -> CHIUSA SENZA NUOVO    *
      *                                          INVIO                 *
      *                 LE CORREZIONI DEI DATI SI FANNO IN ANAGRAFE:   *
      *                 CODICE FISCALE E DATA DI NASCITA VENGONO       *
      *                 RILETTI DA D05223S0 AD OGNI INVIO. OGNI        *
      *                 DECISIONE REGISTRA UTENTE E DATA, PER L'AUDIT  *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : TERMINALE, T_DFAX_SIC_EVT (DB2)                *
      *  OUTPUT       : TERMINALE, T_DFAX_SIC_EVT AGGIORNATA           *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - LISTA DI LAVORO DELLE RETTIFICHE     *
      *           DELLE SEGNALAZIONI SIC SCARTATE                      *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223I7.
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
       01  I07-RIGA-INPUT                PIC  X(80)  VALUE SPACE.
       01  I07-MODO                      PIC  X(01)  VALUE SPACE.
           88  I07-MODO-ELENCO                       VALUE 'E'.
           88  I07-MODO-CORRETTA                     VALUE 'C'.
           88  I07-MODO-CHIUSA                       VALUE 'X'.
       01  I07-NUMPRA                    PIC  9(14)  VALUE ZERO.
       01  I07-EVENTO                    PIC  X(01)  VALUE SPACE.
       01  I07-UTENTE                    PIC  X(08)  VALUE SPACE.
       01  I07-STATO-NUOVO               PIC  X(01)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    HOST VARIABLE DELLO SCARTO IN ELENCO
      *----------------------------------------------------------------*
       01  I07-F-NUM-PRA                 PIC  9(14)  VALUE ZERO.
       01  I07-F-EVENTO                  PIC  X(01)  VALUE SPACE.
       01  I07-F-COD-SCARTO              PIC  X(04)  VALUE SPACE.
       01  I07-F-DES-SCARTO              PIC  X(60)  VALUE SPACE.
      *
       01  SW-FINE-SCARTI                PIC  X(01)  VALUE 'N'.
           88  FINE-SCARTI                           VALUE 'S'.
      *
       01  I07-NUM-RIGHE                 PIC  9(03)  VALUE ZERO.
       01  I07-MAX-RIGHE                 PIC  9(03)  VALUE 15.
       01  I07-LEN-RISP                  PIC S9(04)  COMP VALUE ZERO.
      *
       01  I07-AREA-RISPOSTA.
           02  I07-RIGA-RISP OCCURS 15   PIC  X(80)  VALUE SPACE.
      *
       01  I07-RIGA-SCARTO.
           02  RS-NUM-PRA                PIC  9(14).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RS-EVENTO                 PIC  X(01).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RS-COD-SCARTO             PIC  X(04).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RS-DES-SCARTO             PIC  X(58).
      *
       01  I07-RIGA-PROMPT               PIC  X(80)  VALUE
       'DFAX RETTIFICHE SIC: E / C numpra evento / X numpra evento'.
       01  I07-RIGA-RICHIESTA-ERRATA     PIC  X(80)  VALUE
       'RICHIESTA NON RICONOSCIUTA - USARE E, C O X'.
       01  I07-RIGA-NESSUNO-SCARTO       PIC  X(80)  VALUE
           'NESSUNA SEGNALAZIONE SIC SCARTATA DA LAVORARE'.
       01  I07-RIGA-ALTRI                PIC  X(80)  VALUE
           'ALTRI SCARTI APERTI: LAVORARE I PRIMI E RIPETERE'.
       01  I07-RIGA-CORRETTA             PIC  X(80)  VALUE
           'SEGNALAZIONE RIMESSA IN INVIO ALLA PROSSIMA CORSA MENSILE'.
       01  I07-RIGA-CHIUSA               PIC  X(80)  VALUE
           'SEGNALAZIONE CHIUSA SENZA NUOVO INVIO'.
       01  I07-RIGA-ERRORE-DB2.
           02  FILLER                    PIC  X(30)  VALUE
               'ERRORE AGGIORNAMENTO SQLCODE '.
           02  RE-SQLCODE                PIC  -(5)9.
           02  FILLER                    PIC  X(44)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    SCARTI APERTI, DAL PIU' VECCHIO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-SCARTI CURSOR FOR
               SELECT  SIC_NUM_PRA, SIC_EVENTO,
                       VALUE(SIC_COD_SCARTO, ' '),
                       VALUE(SIC_DES_SCARTO, ' ')
                 FROM  T_DFAX_SIC_EVT
                WHERE  SIC_STATO = 'S'
                ORDER BY SIC_DATA_AGG
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 2000-RICEVI-RICHIESTA  THRU 2000-RICEVI-RICHIESTA-X
           EVALUATE TRUE
             WHEN I07-MODO-ELENCO
                  PERFORM 3000-ELENCO
                     THRU 3000-ELENCO-X
             WHEN I07-MODO-CORRETTA
             WHEN I07-MODO-CHIUSA
                  PERFORM 4000-DECIDI
                     THRU 4000-DECIDI-X
             WHEN OTHER
                  MOVE I07-RIGA-RICHIESTA-ERRATA
                                         TO I07-RIGA-RISP(1)
                  MOVE 1                 TO I07-NUM-RIGHE
           END-EVALUATE
           PERFORM 6000-INVIA-RISPOSTA    THRU 6000-INVIA-RISPOSTA-X
           EXEC CICS RETURN END-EXEC.
      *
      *----------------------------------------------------------------*
       2000-RICEVI-RICHIESTA.
           MOVE SPACE                     TO I07-RIGA-INPUT
           EXEC CICS RECEIVE INTO   (I07-RIGA-INPUT)
                             LENGTH (LENGTH OF I07-RIGA-INPUT)
           END-EXEC
           EXEC CICS ASSIGN USERID (I07-UTENTE) END-EXEC
      *
           MOVE I07-RIGA-INPUT(1:1)       TO I07-MODO
           MOVE ZERO                      TO I07-NUMPRA
           IF  I07-MODO-ELENCO
           THEN
               GO TO 2000-RICEVI-RICHIESTA-X
           END-IF
           MOVE I07-RIGA-INPUT(18:1)      TO I07-EVENTO
           IF  I07-RIGA-INPUT(3:14) IS NUMERIC
           AND I07-EVENTO NOT = SPACE
           THEN
               MOVE I07-RIGA-INPUT(3:14)  TO I07-NUMPRA
           ELSE
               MOVE SPACE                 TO I07-MODO
           END-IF.
      *----------------------------------------------------------------*
       2000-RICEVI-RICHIESTA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-ELENCO.
           MOVE ZERO                      TO I07-NUM-RIGHE
           MOVE 'N'                       TO SW-FINE-SCARTI
           EXEC SQL OPEN CURS-SCARTI END-EXEC
           PERFORM 3100-RIGA-SCARTO       THRU 3100-RIGA-SCARTO-X
                   UNTIL FINE-SCARTI
                   OR    I07-NUM-RIGHE NOT < I07-MAX-RIGHE
           IF  NOT FINE-SCARTI
           THEN
               MOVE I07-RIGA-ALTRI        TO
                    I07-RIGA-RISP(I07-NUM-RIGHE)
           END-IF
           EXEC SQL CLOSE CURS-SCARTI END-EXEC
           IF  I07-NUM-RIGHE = ZERO
           THEN
               MOVE I07-RIGA-NESSUNO-SCARTO TO I07-RIGA-RISP(1)
               MOVE 1                     TO I07-NUM-RIGHE
           END-IF.
      *----------------------------------------------------------------*
       3000-ELENCO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3100-RIGA-SCARTO.
           EXEC SQL FETCH CURS-SCARTI
                    INTO :I07-F-NUM-PRA, :I07-F-EVENTO,
                         :I07-F-COD-SCARTO, :I07-F-DES-SCARTO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-SCARTI            TO TRUE
               GO TO 3100-RIGA-SCARTO-X
           END-IF
           ADD 1                          TO I07-NUM-RIGHE
           MOVE I07-F-NUM-PRA             TO RS-NUM-PRA
           MOVE I07-F-EVENTO              TO RS-EVENTO
           MOVE I07-F-COD-SCARTO          TO RS-COD-SCARTO
           MOVE I07-F-DES-SCARTO          TO RS-DES-SCARTO
           MOVE I07-RIGA-SCARTO           TO
                I07-RIGA-RISP(I07-NUM-RIGHE).
      *----------------------------------------------------------------*
       3100-RIGA-SCARTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-DECIDI: CORRETTA ('C', TORNA IN 'N' PER LA PROSSIMA
      *    CORSA DI D05223S0) O CHIUSA SENZA INVIO ('X', STATO 'Z');
      *    CODICE E DESCRIZIONE DELLO SCARTO RESTANO PER L'AUDIT
      *----------------------------------------------------------------*
       4000-DECIDI.
           MOVE 1                         TO I07-NUM-RIGHE
           IF  I07-MODO-CORRETTA
           THEN
               MOVE 'N'                   TO I07-STATO-NUOVO
           ELSE
               MOVE 'Z'                   TO I07-STATO-NUOVO
           END-IF
      *
           EXEC SQL UPDATE T_DFAX_SIC_EVT
                       SET SIC_STATO      = :I07-STATO-NUOVO,
                           SIC_UTENTE     = :I07-UTENTE,
                           SIC_DATA_AGG   = CURRENT TIMESTAMP
                     WHERE SIC_NUM_PRA    = :I07-NUMPRA
                       AND SIC_EVENTO     = :I07-EVENTO
                       AND SIC_STATO      = 'S'
           END-EXEC
           IF  SQLCODE = 100
           OR  (SQLCODE = ZERO AND SQLERRD(3) = ZERO)
           THEN
               MOVE I07-RIGA-NESSUNO-SCARTO TO I07-RIGA-RISP(1)
               GO TO 4000-DECIDI-X
           END-IF
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE SQLCODE               TO RE-SQLCODE
               MOVE I07-RIGA-ERRORE-DB2   TO I07-RIGA-RISP(1)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO 4000-DECIDI-X
           END-IF
      *
           EXEC CICS SYNCPOINT END-EXEC
           IF  I07-MODO-CORRETTA
           THEN
               MOVE I07-RIGA-CORRETTA     TO I07-RIGA-RISP(1)
           ELSE
               MOVE I07-RIGA-CHIUSA       TO I07-RIGA-RISP(1)
           END-IF.
      *----------------------------------------------------------------*
       4000-DECIDI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       6000-INVIA-RISPOSTA.
           IF  I07-NUM-RIGHE = ZERO
           THEN
               MOVE I07-RIGA-PROMPT       TO I07-RIGA-RISP(1)
               MOVE 1                     TO I07-NUM-RIGHE
           END-IF
           COMPUTE I07-LEN-RISP = I07-NUM-RIGHE * 80
           EXEC CICS SEND FROM   (I07-AREA-RISPOSTA)
                          LENGTH (I07-LEN-RISP)
                          ERASE
           END-EXEC.
      *----------------------------------------------------------------*
       6000-INVIA-RISPOSTA-X.
           EXIT.
      *
      ********************** EOM D05223I7 *******************************
