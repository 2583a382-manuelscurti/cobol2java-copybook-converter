      ******************************************************************
      *                        D05223ID                                *
      *                                                                *
      *  TRANSAZIONE  : DFAX A SERVIZI - PRATICHE FERME PER IL BENE    *
      *  DESCRIZIONE  : FUNZIONE DELL'ANALISTA FRODI PER LE PRATICHE   *
      *                 FERMATE DA D05223A0 (E018) PERCHE' IL BENE     *
      *                 FINANZIATO E' GIA' SU UN'ALTRA PRATICA VIVA    *
      *                 (STESSO TELAIO O STESSA TARGA) O PERCHE' IL    *
      *                 FINANZIATO SUPERA LA TOLLERANZA SUL PREZZO     *
      *                 (T_DFAX_BENE IN STATO 'H'). COME D05223I6,     *
      *                 RICHIESTA IN CHIARO DAL TERMINALE:             *
      *                   E                   -> ELENCO PRATICHE FERME *
      *                   V nnnnnnnnnnnnnn    -> BENE DELLA PRATICA E  *
      *                                          ALTRE PRATICHE CON LO *
      *                                          STESSO TELAIO/TARGA   *
      *                   R nnnnnnnnnnnnnn    -> RILASCIA: IL DEALER   *
      *                                          PUO' RIPRESENTARE LA  *
      *                                          PRATICA               *
      *                   X nnnnnnnnnnnnnn    -> RESPINGE: LA PRATICA  *
      *                                          RESTA BLOCCATA        *
      *                 OGNI DECISIONE REGISTRA UTENTE E DATA SUL      *
      *                 REGISTRO DEL BENE, PER L'AUDIT                 *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : TERMINALE, T_DFAX_BENE (DB2)                   *
      *  OUTPUT       : TERMINALE, T_DFAX_BENE AGGIORNATA              *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - RILASCIO/RIFIUTO DELLE PRATICHE      *
      *           FERME PER DOPPIO FINANZIAMENTO DEL BENE              *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223ID.
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
       01  IDB-RIGA-INPUT                PIC  X(80)  VALUE SPACE.
       01  IDB-MODO                      PIC  X(01)  VALUE SPACE.
           88  IDB-MODO-ELENCO                       VALUE 'E'.
           88  IDB-MODO-VISTA                        VALUE 'V'.
           88  IDB-MODO-RILASCIO                     VALUE 'R'.
           88  IDB-MODO-RIFIUTO                      VALUE 'X'.
       01  IDB-NUMPRA                    PIC  9(14)  VALUE ZERO.
       01  IDB-UTENTE                    PIC  X(08)  VALUE SPACE.
       01  IDB-STATO-NUOVO               PIC  X(01)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    HOST VARIABLE DEL BENE
      *----------------------------------------------------------------*
       01  IDB-F-NUM-PRA                 PIC  9(14)  VALUE ZERO.
       01  IDB-F-VDR                     PIC  9(07)  VALUE ZERO.
       01  IDB-F-TELAIO                  PIC  X(17)  VALUE SPACE.
       01  IDB-F-TARGA                   PIC  X(10)  VALUE SPACE.
       01  IDB-F-MARCA                   PIC  X(20)  VALUE SPACE.
       01  IDB-F-MODELLO                 PIC  X(20)  VALUE SPACE.
       01  IDB-F-NUOVO                   PIC  X(01)  VALUE SPACE.
       01  IDB-F-PREZZO                  PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  IDB-F-IMPFIN                  PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  IDB-F-STATO                   PIC  X(01)  VALUE SPACE.
       01  IDB-F-MOTIVO                  PIC  X(50)  VALUE SPACE.
       01  IDB-F-DATA-INS                PIC  X(26)  VALUE SPACE.
      *
       01  SW-FINE-BENI                  PIC  X(01)  VALUE 'N'.
           88  FINE-BENI                             VALUE 'S'.
      *
       01  IDB-NUM-RIGHE                 PIC  9(03)  VALUE ZERO.
       01  IDB-MAX-RIGHE                 PIC  9(03)  VALUE 15.
       01  IDB-LEN-RISP                  PIC S9(04)  COMP VALUE ZERO.
      *
       01  IDB-AREA-RISPOSTA.
           02  IDB-RIGA-RISP OCCURS 15   PIC  X(80)  VALUE SPACE.
      *
       01  IDB-RIGA-FERMA.
           02  RF-NUM-PRA                PIC  9(14).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RF-TELAIO                 PIC  X(17).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RF-MOTIVO                 PIC  X(47).
      *
       01  IDB-RIGA-BENE1.
           02  FILLER                    PIC  X(08)  VALUE 'BENE:   '.
           02  RB-MARCA                  PIC  X(20).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RB-MODELLO                PIC  X(20).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RB-NUOVO                  PIC  X(05).
           02  FILLER                    PIC  X(08)  VALUE ' STATO: '.
           02  RB-STATO                  PIC  X(01).
           02  FILLER                    PIC  X(16)  VALUE SPACE.
      *
       01  IDB-RIGA-BENE2.
           02  FILLER                    PIC  X(08)  VALUE 'TELAIO: '.
           02  RB-TELAIO                 PIC  X(17).
           02  FILLER                    PIC  X(08)  VALUE ' TARGA: '.
           02  RB-TARGA                  PIC  X(10).
           02  FILLER                    PIC  X(08)  VALUE ' PREZZO:'.
           02  RB-PREZZO                 PIC  Z.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(05)  VALUE ' FIN:'.
           02  RB-IMPFIN                 PIC  Z.ZZZ.ZZ9,99.
      *
       01  IDB-RIGA-ALTRA.
           02  FILLER                    PIC  X(08)  VALUE 'ANCHE:  '.
           02  RA-NUM-PRA                PIC  9(14).
           02  FILLER                    PIC  X(05)  VALUE ' VDR '.
           02  RA-VDR                    PIC  9(07).
           02  FILLER                    PIC  X(08)  VALUE ' STATO: '.
           02  RA-STATO                  PIC  X(01).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RA-DATA-INS               PIC  X(16).
           02  FILLER                    PIC  X(20)  VALUE SPACE.
      *
       01  IDB-RIGA-PROMPT               PIC  X(80)  VALUE
           'DFAX FERMI BENE: E / V NUMPRA / R NUMPRA / X NUMPRA'.
       01  IDB-RIGA-RICHIESTA-ERRATA     PIC  X(80)  VALUE
       'RICHIESTA NON RICONOSCIUTA - USARE E, V, R O X'.
       01  IDB-RIGA-NESSUNA-FERMA        PIC  X(80)  VALUE
           'NESSUNA PRATICA FERMA PER IL BENE FINANZIATO'.
       01  IDB-RIGA-NESSUN-BENE          PIC  X(80)  VALUE
           'NESSUN BENE REGISTRATO PER LA PRATICA'.
       01  IDB-RIGA-ALTRE                PIC  X(80)  VALUE
           'ALTRE RIGHE NON MOSTRATE'.
       01  IDB-RIGA-RILASCIATA           PIC  X(80)  VALUE
           'PRATICA RILASCIATA: IL DEALER PUO'' RIPRESENTARLA'.
       01  IDB-RIGA-RESPINTA             PIC  X(80)  VALUE
           'PRATICA RESPINTA: RESTA BLOCCATA IN INTAKE'.
       01  IDB-RIGA-ERRORE-DB2.
           02  FILLER                    PIC  X(30)  VALUE
               'ERRORE AGGIORNAMENTO SQLCODE '.
           02  RE-SQLCODE                PIC  -(5)9.
           02  FILLER                    PIC  X(44)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    PRATICHE FERME, DALLA PIU' VECCHIA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-FERME CURSOR FOR
               SELECT  BEN_NUM_PRA, BEN_TELAIO, BEN_MOTIVO
                 FROM  T_DFAX_BENE
                WHERE  BEN_STATO = 'H'
                ORDER BY BEN_DATA_INS
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    ALTRE PRATICHE CON LO STESSO TELAIO O LA STESSA TARGA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-ALTRE CURSOR FOR
               SELECT  BEN_NUM_PRA, BEN_VDR, BEN_STATO,
                       CHAR(BEN_DATA_INS)
                 FROM  T_DFAX_BENE
                WHERE (BEN_TELAIO = :IDB-F-TELAIO
                   OR (BEN_TARGA  = :IDB-F-TARGA
                  AND  BEN_TARGA <> ' '))
                  AND  BEN_NUM_PRA <> :IDB-NUMPRA
                ORDER BY BEN_DATA_INS DESC
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 2000-RICEVI-RICHIESTA  THRU 2000-RICEVI-RICHIESTA-X
           EVALUATE TRUE
             WHEN IDB-MODO-ELENCO
                  PERFORM 3000-ELENCO
                     THRU 3000-ELENCO-X
             WHEN IDB-MODO-VISTA
                  PERFORM 3500-VISTA
                     THRU 3500-VISTA-X
             WHEN IDB-MODO-RILASCIO
             WHEN IDB-MODO-RIFIUTO
                  PERFORM 4000-DECIDI
                     THRU 4000-DECIDI-X
             WHEN OTHER
                  MOVE IDB-RIGA-RICHIESTA-ERRATA
                                         TO IDB-RIGA-RISP(1)
                  MOVE 1                 TO IDB-NUM-RIGHE
           END-EVALUATE
           PERFORM 6000-INVIA-RISPOSTA    THRU 6000-INVIA-RISPOSTA-X
           EXEC CICS RETURN END-EXEC.
      *
      *----------------------------------------------------------------*
       2000-RICEVI-RICHIESTA.
           MOVE SPACE                     TO IDB-RIGA-INPUT
           EXEC CICS RECEIVE INTO   (IDB-RIGA-INPUT)
                             LENGTH (LENGTH OF IDB-RIGA-INPUT)
           END-EXEC
           EXEC CICS ASSIGN USERID (IDB-UTENTE) END-EXEC
      *
           MOVE IDB-RIGA-INPUT(1:1)       TO IDB-MODO
           MOVE ZERO                      TO IDB-NUMPRA
           IF  IDB-MODO-ELENCO
           THEN
               GO TO 2000-RICEVI-RICHIESTA-X
           END-IF
           IF  IDB-RIGA-INPUT(3:14) IS NUMERIC
           THEN
               MOVE IDB-RIGA-INPUT(3:14)  TO IDB-NUMPRA
           ELSE
               MOVE SPACE                 TO IDB-MODO
           END-IF.
      *----------------------------------------------------------------*
       2000-RICEVI-RICHIESTA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-ELENCO.
           MOVE ZERO                      TO IDB-NUM-RIGHE
           MOVE 'N'                       TO SW-FINE-BENI
           EXEC SQL OPEN CURS-FERME END-EXEC
           PERFORM 3100-RIGA-FERMA        THRU 3100-RIGA-FERMA-X
                   UNTIL FINE-BENI
                   OR    IDB-NUM-RIGHE NOT < IDB-MAX-RIGHE
           IF  NOT FINE-BENI
           THEN
               MOVE IDB-RIGA-ALTRE        TO
                    IDB-RIGA-RISP(IDB-NUM-RIGHE)
           END-IF
           EXEC SQL CLOSE CURS-FERME END-EXEC
           IF  IDB-NUM-RIGHE = ZERO
           THEN
               MOVE IDB-RIGA-NESSUNA-FERMA TO IDB-RIGA-RISP(1)
               MOVE 1                     TO IDB-NUM-RIGHE
           END-IF.
      *----------------------------------------------------------------*
       3000-ELENCO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3100-RIGA-FERMA.
           EXEC SQL FETCH CURS-FERME
                    INTO :IDB-F-NUM-PRA, :IDB-F-TELAIO, :IDB-F-MOTIVO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-BENI              TO TRUE
               GO TO 3100-RIGA-FERMA-X
           END-IF
           ADD 1                          TO IDB-NUM-RIGHE
           MOVE IDB-F-NUM-PRA             TO RF-NUM-PRA
           MOVE IDB-F-TELAIO              TO RF-TELAIO
           MOVE IDB-F-MOTIVO              TO RF-MOTIVO
           MOVE IDB-RIGA-FERMA            TO
                IDB-RIGA-RISP(IDB-NUM-RIGHE).
      *----------------------------------------------------------------*
       3100-RIGA-FERMA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3500-VISTA: BENE DELLA PRATICA, MOTIVO DEL FERMO E LE ALTRE
      *    PRATICHE CHE FINANZIANO LO STESSO TELAIO O LA STESSA TARGA
      *----------------------------------------------------------------*
       3500-VISTA.
           MOVE 1                         TO IDB-NUM-RIGHE
           EXEC SQL SELECT BEN_TELAIO, BEN_TARGA, BEN_MARCA,
                           BEN_MODELLO, BEN_NUOVO, BEN_PREZZO,
                           BEN_IMPFIN, BEN_STATO, BEN_MOTIVO
                      INTO :IDB-F-TELAIO, :IDB-F-TARGA, :IDB-F-MARCA,
                           :IDB-F-MODELLO, :IDB-F-NUOVO, :IDB-F-PREZZO,
                           :IDB-F-IMPFIN, :IDB-F-STATO, :IDB-F-MOTIVO
                      FROM T_DFAX_BENE
                     WHERE BEN_NUM_PRA = :IDB-NUMPRA
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE IDB-RIGA-NESSUN-BENE  TO IDB-RIGA-RISP(1)
               GO TO 3500-VISTA-X
           END-IF
           MOVE IDB-F-MARCA               TO RB-MARCA
           MOVE IDB-F-MODELLO             TO RB-MODELLO
           EVALUATE IDB-F-NUOVO
             WHEN 'N'
                  MOVE 'NUOVO'            TO RB-NUOVO
             WHEN 'U'
                  MOVE 'USATO'            TO RB-NUOVO
             WHEN OTHER
                  MOVE SPACE              TO RB-NUOVO
           END-EVALUATE
           MOVE IDB-F-STATO               TO RB-STATO
           MOVE IDB-RIGA-BENE1            TO IDB-RIGA-RISP(1)
           MOVE IDB-F-TELAIO              TO RB-TELAIO
           MOVE IDB-F-TARGA               TO RB-TARGA
           MOVE IDB-F-PREZZO              TO RB-PREZZO
           MOVE IDB-F-IMPFIN              TO RB-IMPFIN
           MOVE IDB-RIGA-BENE2            TO IDB-RIGA-RISP(2)
           MOVE IDB-F-MOTIVO              TO IDB-RIGA-RISP(3)
           MOVE 3                         TO IDB-NUM-RIGHE
      *
           MOVE 'N'                       TO SW-FINE-BENI
           EXEC SQL OPEN CURS-ALTRE END-EXEC
           PERFORM 3600-RIGA-ALTRA        THRU 3600-RIGA-ALTRA-X
                   UNTIL FINE-BENI
                   OR    IDB-NUM-RIGHE NOT < IDB-MAX-RIGHE
           IF  NOT FINE-BENI
           THEN
               MOVE IDB-RIGA-ALTRE        TO
                    IDB-RIGA-RISP(IDB-NUM-RIGHE)
           END-IF
           EXEC SQL CLOSE CURS-ALTRE END-EXEC.
      *----------------------------------------------------------------*
       3500-VISTA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3600-RIGA-ALTRA.
           EXEC SQL FETCH CURS-ALTRE
                    INTO :IDB-F-NUM-PRA, :IDB-F-VDR, :IDB-F-STATO,
                         :IDB-F-DATA-INS
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-BENI              TO TRUE
               GO TO 3600-RIGA-ALTRA-X
           END-IF
           ADD 1                          TO IDB-NUM-RIGHE
           MOVE IDB-F-NUM-PRA             TO RA-NUM-PRA
           MOVE IDB-F-VDR                 TO RA-VDR
           MOVE IDB-F-STATO               TO RA-STATO
           MOVE IDB-F-DATA-INS(1:16)      TO RA-DATA-INS
           MOVE IDB-RIGA-ALTRA            TO
                IDB-RIGA-RISP(IDB-NUM-RIGHE).
      *----------------------------------------------------------------*
       3600-RIGA-ALTRA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-DECIDI: RILASCIO ('R') O RIFIUTO ('X') DELLA PRATICA
      *    FERMA; IL MOTIVO DEL FERMO RESTA PER L'AUDIT
      *----------------------------------------------------------------*
       4000-DECIDI.
           MOVE 1                         TO IDB-NUM-RIGHE
           IF  IDB-MODO-RILASCIO
           THEN
               MOVE 'R'                   TO IDB-STATO-NUOVO
           ELSE
               MOVE 'X'                   TO IDB-STATO-NUOVO
           END-IF
      *
           EXEC SQL UPDATE T_DFAX_BENE
                       SET BEN_STATO      = :IDB-STATO-NUOVO,
                           BEN_UTENTE     = :IDB-UTENTE,
                           BEN_DATA_ESITO = CURRENT TIMESTAMP
                     WHERE BEN_NUM_PRA    = :IDB-NUMPRA
                       AND BEN_STATO      = 'H'
           END-EXEC
           IF  SQLCODE = 100
           OR  (SQLCODE = ZERO AND SQLERRD(3) = ZERO)
           THEN
               MOVE IDB-RIGA-NESSUNA-FERMA TO IDB-RIGA-RISP(1)
               GO TO 4000-DECIDI-X
           END-IF
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE SQLCODE               TO RE-SQLCODE
               MOVE IDB-RIGA-ERRORE-DB2   TO IDB-RIGA-RISP(1)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO 4000-DECIDI-X
           END-IF
      *
           EXEC CICS SYNCPOINT END-EXEC
           IF  IDB-MODO-RILASCIO
           THEN
               MOVE IDB-RIGA-RILASCIATA   TO IDB-RIGA-RISP(1)
           ELSE
               MOVE IDB-RIGA-RESPINTA     TO IDB-RIGA-RISP(1)
           END-IF.
      *----------------------------------------------------------------*
       4000-DECIDI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       6000-INVIA-RISPOSTA.
           IF  IDB-NUM-RIGHE = ZERO
           THEN
               MOVE IDB-RIGA-PROMPT       TO IDB-RIGA-RISP(1)
               MOVE 1                     TO IDB-NUM-RIGHE
           END-IF
           COMPUTE IDB-LEN-RISP = IDB-NUM-RIGHE * 80
           EXEC CICS SEND FROM   (IDB-AREA-RISPOSTA)
                          LENGTH (IDB-LEN-RISP)
                          ERASE
           END-EXEC.
      *----------------------------------------------------------------*
       6000-INVIA-RISPOSTA-X.
           EXIT.
      *
      ********************** EOM D05223ID *******************************
