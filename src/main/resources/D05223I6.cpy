      ******************************************************************
      *                        D05223I6                                *
      *                                                                *
      *  TRANSAZIONE  : DFAX A SERVIZI - PRATICHE FERME SCIPAFI        *
      *  DESCRIZIONE  : FUNZIONE DELL'ANALISTA FRODI PER LE PRATICHE   *
      *                 FERMATE DA D05223A0 PERCHE' IL REGISTRO        *
      *                 PUBBLICO ANTIFRODE (SCIPAFI) NON HA CONFERMATO *
      *                 CODICE FISCALE E DOCUMENTO DI IDENTITA' DEL    *
      *                 CLIENTE (T_DFAX_SCIPAFI IN STATO 'H'). COME    *
      *                 D05223I4, RICHIESTA IN CHIARO DAL TERMINALE:   *
      *                   E                   -> ELENCO PRATICHE FERME *
      *                   R nnnnnnnnnnnnnn    -> RILASCIA: IL DEALER   *
      *                                          PUO' RIPRESENTARE LA  *
      *                                          PRATICA               *
      *                   X nnnnnnnnnnnnnn    -> RESPINGE: LA PRATICA  *
      *                                          RESTA BLOCCATA        *
      *                 OGNI DECISIONE REGISTRA UTENTE E DATA ACCANTO  *
      *                 ALLA RISPOSTA DEL REGISTRO, PER L'AUDIT        *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : TERMINALE, T_DFAX_SCIPAFI (DB2)                *
      *  OUTPUT       : TERMINALE, T_DFAX_SCIPAFI AGGIORNATA           *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - RILASCIO/RIFIUTO DELLE PRATICHE      *
      *           FERME PER VERIFICA SCIPAFI                           *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223I6.
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
       01  I06-RIGA-INPUT                PIC  X(80)  VALUE SPACE.
       01  I06-MODO                      PIC  X(01)  VALUE SPACE.
           88  I06-MODO-ELENCO                       VALUE 'E'.
           88  I06-MODO-RILASCIO                     VALUE 'R'.
           88  I06-MODO-RIFIUTO                      VALUE 'X'.
       01  I06-NUMPRA                    PIC  9(14)  VALUE ZERO.
       01  I06-UTENTE                    PIC  X(08)  VALUE SPACE.
       01  I06-STATO-NUOVO               PIC  X(01)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    HOST VARIABLE DELLA PRATICA IN ELENCO
      *----------------------------------------------------------------*
       01  I06-F-NUM-PRA                 PIC  9(14)  VALUE ZERO.
       01  I06-F-ESITO                   PIC  X(01)  VALUE SPACE.
       01  I06-F-DETTAGLIO               PIC  X(40)  VALUE SPACE.
       01  I06-F-DATA-INS                PIC  X(26)  VALUE SPACE.
      *
       01  SW-FINE-FERME                 PIC  X(01)  VALUE 'N'.
           88  FINE-FERME                            VALUE 'S'.
      *
       01  I06-NUM-RIGHE                 PIC  9(03)  VALUE ZERO.
       01  I06-MAX-RIGHE                 PIC  9(03)  VALUE 15.
       01  I06-LEN-RISP                  PIC S9(04)  COMP VALUE ZERO.
      *
       01  I06-AREA-RISPOSTA.
           02  I06-RIGA-RISP OCCURS 15   PIC  X(80)  VALUE SPACE.
      *
       01  I06-RIGA-FERMA.
           02  RF-NUM-PRA                PIC  9(14).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RF-ESITO                  PIC  X(06).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RF-DETTAGLIO              PIC  X(40).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RF-DATA-INS               PIC  X(16).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
      *
       01  I06-RIGA-PROMPT               PIC  X(80)  VALUE
       'DFAX FERMI SCIPAFI: E / R numpratica / X numpratica'.
       01  I06-RIGA-RICHIESTA-ERRATA     PIC  X(80)  VALUE
       'RICHIESTA NON RICONOSCIUTA - USARE E, R O X'.
       01  I06-RIGA-NESSUNA-FERMA        PIC  X(80)  VALUE
           'NESSUNA PRATICA FERMA PER VERIFICA SCIPAFI'.
       01  I06-RIGA-ALTRE                PIC  X(80)  VALUE
           'ALTRE PRATICHE FERME: DECIDERE LE PRIME E RIPETERE'.
       01  I06-RIGA-RILASCIATA           PIC  X(80)  VALUE
           'PRATICA RILASCIATA: IL DEALER PUO'' RIPRESENTARLA'.
       01  I06-RIGA-RESPINTA             PIC  X(80)  VALUE
           'PRATICA RESPINTA: RESTA BLOCCATA IN INTAKE'.
       01  I06-RIGA-ERRORE-DB2.
           02  FILLER                    PIC  X(30)  VALUE
               'ERRORE AGGIORNAMENTO SQLCODE '.
           02  RE-SQLCODE                PIC  -(5)9.
           02  FILLER                    PIC  X(44)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    PRATICHE FERME, DALLA PIU' VECCHIA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-FERME CURSOR FOR
               SELECT  SCP_NUM_PRA, SCP_ESITO, SCP_DETTAGLIO,
                       CHAR(SCP_DATA_INS)
                 FROM  T_DFAX_SCIPAFI
                WHERE  SCP_STATO = 'H'
                ORDER BY SCP_DATA_INS
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 2000-RICEVI-RICHIESTA  THRU 2000-RICEVI-RICHIESTA-X
           EVALUATE TRUE
             WHEN I06-MODO-ELENCO
                  PERFORM 3000-ELENCO
                     THRU 3000-ELENCO-X
             WHEN I06-MODO-RILASCIO
             WHEN I06-MODO-RIFIUTO
                  PERFORM 4000-DECIDI
                     THRU 4000-DECIDI-X
             WHEN OTHER
                  MOVE I06-RIGA-RICHIESTA-ERRATA
                                         TO I06-RIGA-RISP(1)
                  MOVE 1                 TO I06-NUM-RIGHE
           END-EVALUATE
           PERFORM 6000-INVIA-RISPOSTA    THRU 6000-INVIA-RISPOSTA-X
           EXEC CICS RETURN END-EXEC.
      *
      *----------------------------------------------------------------*
       2000-RICEVI-RICHIESTA.
           MOVE SPACE                     TO I06-RIGA-INPUT
           EXEC CICS RECEIVE INTO   (I06-RIGA-INPUT)
                             LENGTH (LENGTH OF I06-RIGA-INPUT)
           END-EXEC
           EXEC CICS ASSIGN USERID (I06-UTENTE) END-EXEC
      *
           MOVE I06-RIGA-INPUT(1:1)       TO I06-MODO
           MOVE ZERO                      TO I06-NUMPRA
           IF  I06-MODO-ELENCO
           THEN
               GO TO 2000-RICEVI-RICHIESTA-X
           END-IF
           IF  I06-RIGA-INPUT(3:14) IS NUMERIC
           THEN
               MOVE I06-RIGA-INPUT(3:14)  TO I06-NUMPRA
           ELSE
               MOVE SPACE                 TO I06-MODO
           END-IF.
      *----------------------------------------------------------------*
       2000-RICEVI-RICHIESTA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-ELENCO.
           MOVE ZERO                      TO I06-NUM-RIGHE
           MOVE 'N'                       TO SW-FINE-FERME
           EXEC SQL OPEN CURS-FERME END-EXEC
           PERFORM 3100-RIGA-FERMA        THRU 3100-RIGA-FERMA-X
                   UNTIL FINE-FERME
                   OR    I06-NUM-RIGHE NOT < I06-MAX-RIGHE
           IF  NOT FINE-FERME
           THEN
               MOVE I06-RIGA-ALTRE        TO
                    I06-RIGA-RISP(I06-NUM-RIGHE)
           END-IF
           EXEC SQL CLOSE CURS-FERME END-EXEC
           IF  I06-NUM-RIGHE = ZERO
           THEN
               MOVE I06-RIGA-NESSUNA-FERMA TO I06-RIGA-RISP(1)
               MOVE 1                     TO I06-NUM-RIGHE
           END-IF.
      *----------------------------------------------------------------*
       3000-ELENCO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3100-RIGA-FERMA.
           EXEC SQL FETCH CURS-FERME
                    INTO :I06-F-NUM-PRA, :I06-F-ESITO,
                         :I06-F-DETTAGLIO, :I06-F-DATA-INS
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-FERME             TO TRUE
               GO TO 3100-RIGA-FERMA-X
           END-IF
           ADD 1                          TO I06-NUM-RIGHE
           MOVE I06-F-NUM-PRA             TO RF-NUM-PRA
           EVALUATE I06-F-ESITO
             WHEN 'F'
                  MOVE 'CF'               TO RF-ESITO
             WHEN 'D'
                  MOVE 'DOC'              TO RF-ESITO
             WHEN 'S'
                  MOVE 'SEGNAL'           TO RF-ESITO
             WHEN 'I'
                  MOVE 'DATI'             TO RF-ESITO
             WHEN OTHER
                  MOVE I06-F-ESITO        TO RF-ESITO
           END-EVALUATE
           MOVE I06-F-DETTAGLIO           TO RF-DETTAGLIO
           MOVE I06-F-DATA-INS(1:16)      TO RF-DATA-INS
           MOVE I06-RIGA-FERMA            TO
                I06-RIGA-RISP(I06-NUM-RIGHE).
      *----------------------------------------------------------------*
       3100-RIGA-FERMA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-DECIDI: RILASCIO ('R') O RIFIUTO ('X') DELLA PRATICA
      *    FERMA; LA RISPOSTA DEL REGISTRO RESTA INVARIATA
      *----------------------------------------------------------------*
       4000-DECIDI.
           MOVE 1                         TO I06-NUM-RIGHE
           IF  I06-MODO-RILASCIO
           THEN
               MOVE 'R'                   TO I06-STATO-NUOVO
           ELSE
               MOVE 'X'                   TO I06-STATO-NUOVO
           END-IF
      *
           EXEC SQL UPDATE T_DFAX_SCIPAFI
                       SET SCP_STATO      = :I06-STATO-NUOVO,
                           SCP_UTENTE     = :I06-UTENTE,
                           SCP_DATA_ESITO = CURRENT TIMESTAMP
                     WHERE SCP_NUM_PRA    = :I06-NUMPRA
                       AND SCP_STATO      = 'H'
           END-EXEC
           IF  SQLCODE = 100
           OR  (SQLCODE = ZERO AND SQLERRD(3) = ZERO)
           THEN
               MOVE I06-RIGA-NESSUNA-FERMA TO I06-RIGA-RISP(1)
               GO TO 4000-DECIDI-X
           END-IF
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE SQLCODE               TO RE-SQLCODE
               MOVE I06-RIGA-ERRORE-DB2   TO I06-RIGA-RISP(1)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO 4000-DECIDI-X
           END-IF
      *
           EXEC CICS SYNCPOINT END-EXEC
           IF  I06-MODO-RILASCIO
           THEN
               MOVE I06-RIGA-RILASCIATA   TO I06-RIGA-RISP(1)
           ELSE
               MOVE I06-RIGA-RESPINTA     TO I06-RIGA-RISP(1)
           END-IF.
      *----------------------------------------------------------------*
       4000-DECIDI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       6000-INVIA-RISPOSTA.
           IF  I06-NUM-RIGHE = ZERO
           THEN
               MOVE I06-RIGA-PROMPT       TO I06-RIGA-RISP(1)
               MOVE 1                     TO I06-NUM-RIGHE
           END-IF
           COMPUTE I06-LEN-RISP = I06-NUM-RIGHE * 80
           EXEC CICS SEND FROM   (I06-AREA-RISPOSTA)
                          LENGTH (I06-LEN-RISP)
                          ERASE
           END-EXEC.
      *----------------------------------------------------------------*
       6000-INVIA-RISPOSTA-X.
           EXIT.
      *
      ********************** EOM D05223I6 *******************************
