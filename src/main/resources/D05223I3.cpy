      ******************************************************************
      *                        D05223I3                                *
      *                                                                *
      *  TRANSAZIONE  : DFAX A SERVIZI - ANNULLAMENTI E RECESSI        *
      *  DESCRIZIONE  : INSERIMENTO DA OPERATORE DELLE RICHIESTE DI    *
      *                 ANNULLAMENTO PRATICA (DEALER) E DI RECESSO     *
      *                 DEL CONSUMATORE, SULLA STESSA CODA             *
      *                 T_DFAX_ANNULLO IN CUI SCRIVE IL PORTALE        *
      *                 CONCESSIONARI (STATO 'N'). LA LAVORAZIONE      *
      *                 (BLOCCO BONIFICI, RECALL, ESITO AL DEALER) E'  *
      *                 DEL BATCH D05223RW. COME D05223I1, LA          *
      *                 RICHIESTA ARRIVA IN CHIARO DAL TERMINALE:      *
      *                   A nnnnnnnnnnnnnn            -> ANNULLAMENTO  *
      *                   R nnnnnnnnnnnnnn aaaa-mm-gg -> RECESSO CON   *
      *                                                  DATA FIRMA    *
      *                   S nnnnnnnnnnnnnn            -> STATO DELLA   *
      *                                                  RICHIESTA     *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : TERMINALE, T_DFAX_INVIO, T_DFAX_ANNULLO (DB2)  *
      *  OUTPUT       : TERMINALE, T_DFAX_ANNULLO                      *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - RICHIESTE DI ANNULLAMENTO E RECESSO  *
      *           DA OPERATORE                                         *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223I3.
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
       01  I03-RIGA-INPUT                PIC  X(80)  VALUE SPACE.
       01  I03-MODO                      PIC  X(01)  VALUE SPACE.
           88  I03-MODO-ANNULLO                      VALUE 'A'.
           88  I03-MODO-RECESSO                      VALUE 'R'.
           88  I03-MODO-STATO                        VALUE 'S'.
       01  I03-NUMPRA                    PIC  9(14)  VALUE ZERO.
       01  I03-DATA-FIRMA                PIC  X(10)  VALUE SPACE.
       01  I03-UTENTE                    PIC  X(08)  VALUE SPACE.
       01  I03-CONTA                     PIC S9(05)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    HOST VARIABLE DELLA RICHIESTA REGISTRATA
      *----------------------------------------------------------------*
       01  I03-F-TIPO                    PIC  X(01)  VALUE SPACE.
       01  I03-F-STATO                   PIC  X(01)  VALUE SPACE.
       01  I03-F-ESITO-BON               PIC  X(01)  VALUE SPACE.
       01  I03-F-DATA-INS                PIC  X(26)  VALUE SPACE.
       01  I03-F-MOTIVO                  PIC  X(40)  VALUE SPACE.
      *
       01  I03-NUM-RIGHE                 PIC  9(03)  VALUE ZERO.
       01  I03-LEN-RISP                  PIC S9(04)  COMP VALUE ZERO.
      *
       01  I03-AREA-RISPOSTA.
           02  I03-RIGA-RISP OCCURS 5    PIC  X(80)  VALUE SPACE.
      *
       01  I03-RIGA-STATO.
           02  RS-TIPO                   PIC  X(12).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RS-DATA-INS               PIC  X(19).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RS-STATO                  PIC  X(14).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RS-ESITO-BON              PIC  X(32).
       01  I03-RIGA-MOTIVO.
           02  FILLER                    PIC  X(08)  VALUE 'MOTIVO: '.
           02  RM-MOTIVO                 PIC  X(40).
           02  FILLER                    PIC  X(32)  VALUE SPACE.
      *
       01  I03-RIGA-PROMPT               PIC  X(80)  VALUE
       'DFAX ANNULLI: A numpratica / R numpratica aaaa-mm-gg / S num'.
       01  I03-RIGA-RICHIESTA-ERRATA     PIC  X(80)  VALUE
       'RICHIESTA NON RICONOSCIUTA - USARE A, R O S'.
       01  I03-RIGA-PRATICA-IGNOTA       PIC  X(80)  VALUE
           'PRATICA NON TRATTATA DA DFAX'.
       01  I03-RIGA-DATA-ERRATA          PIC  X(80)  VALUE
           'DATA FIRMA MANCANTE O NON VALIDA (AAAA-MM-GG)'.
       01  I03-RIGA-GIA-PRESENTE         PIC  X(80)  VALUE
           'RICHIESTA GIA'' APERTA O LAVORATA PER LA PRATICA'.
       01  I03-RIGA-NESSUNA              PIC  X(80)  VALUE
           'NESSUNA RICHIESTA DI ANNULLAMENTO O RECESSO PER LA PRATICA'.
       01  I03-RIGA-INSERITA             PIC  X(80)  VALUE
           'RICHIESTA REGISTRATA: SARA'' LAVORATA DAL BATCH SERALE'.
       01  I03-RIGA-ERRORE-DB2.
           02  FILLER                    PIC  X(30)  VALUE
               'ERRORE REGISTRAZIONE SQLCODE '.
           02  RE-SQLCODE                PIC  -(5)9.
           02  FILLER                    PIC  X(44)  VALUE SPACE.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 2000-RICEVI-RICHIESTA  THRU 2000-RICEVI-RICHIESTA-X
           EVALUATE TRUE
             WHEN I03-MODO-ANNULLO
             WHEN I03-MODO-RECESSO
                  PERFORM 3000-REGISTRA
                     THRU 3000-REGISTRA-X
             WHEN I03-MODO-STATO
                  PERFORM 4000-STATO
                     THRU 4000-STATO-X
             WHEN OTHER
                  MOVE I03-RIGA-RICHIESTA-ERRATA
                                         TO I03-RIGA-RISP(1)
                  MOVE 1                 TO I03-NUM-RIGHE
           END-EVALUATE
           PERFORM 6000-INVIA-RISPOSTA    THRU 6000-INVIA-RISPOSTA-X
           EXEC CICS RETURN END-EXEC.
      *
      *----------------------------------------------------------------*
       2000-RICEVI-RICHIESTA.
           MOVE SPACE                     TO I03-RIGA-INPUT
           EXEC CICS RECEIVE INTO   (I03-RIGA-INPUT)
                             LENGTH (LENGTH OF I03-RIGA-INPUT)
           END-EXEC
           EXEC CICS ASSIGN USERID (I03-UTENTE) END-EXEC
      *
           MOVE I03-RIGA-INPUT(1:1)       TO I03-MODO
           MOVE SPACE                     TO I03-DATA-FIRMA
           IF  I03-RIGA-INPUT(3:14) IS NUMERIC
           THEN
               MOVE I03-RIGA-INPUT(3:14)  TO I03-NUMPRA
           ELSE
               MOVE SPACE                 TO I03-MODO
           END-IF
           IF  I03-MODO-RECESSO
           THEN
               MOVE I03-RIGA-INPUT(18:10) TO I03-DATA-FIRMA
           END-IF.
      *----------------------------------------------------------------*
       2000-RICEVI-RICHIESTA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-REGISTRA: UNA SOLA RICHIESTA PER PRATICA, SOLO SU
      *    PRATICHE ESITATE DA DFAX. IL RECESSO VUOLE LA DATA FIRMA:
      *    IL CONTROLLO DEI 14 GIORNI LO FA IL BATCH
      *----------------------------------------------------------------*
       3000-REGISTRA.
           MOVE 1                         TO I03-NUM-RIGHE
           EXEC SQL SELECT COUNT(*)
                      INTO :I03-CONTA
                      FROM T_DFAX_INVIO
                     WHERE INV_NUM_PRA = :I03-NUMPRA
           END-EXEC
           IF  SQLCODE NOT = ZERO OR I03-CONTA = ZERO
           THEN
               MOVE I03-RIGA-PRATICA-IGNOTA TO I03-RIGA-RISP(1)
               GO TO 3000-REGISTRA-X
           END-IF
      *
           IF  I03-MODO-RECESSO
           THEN
               IF  I03-DATA-FIRMA(5:1) NOT = '-'
               OR  I03-DATA-FIRMA(8:1) NOT = '-'
               OR  I03-DATA-FIRMA(1:4) IS NOT NUMERIC
               OR  I03-DATA-FIRMA(6:2) IS NOT NUMERIC
               OR  I03-DATA-FIRMA(9:2) IS NOT NUMERIC
               THEN
                   MOVE I03-RIGA-DATA-ERRATA TO I03-RIGA-RISP(1)
                   GO TO 3000-REGISTRA-X
               END-IF
           END-IF
      *
           EXEC SQL SELECT COUNT(*)
                      INTO :I03-CONTA
                      FROM T_DFAX_ANNULLO
                     WHERE ANN_NUM_PRA = :I03-NUMPRA
                       AND ANN_STATO IN ('N', 'L')
           END-EXEC
           IF  SQLCODE = ZERO AND I03-CONTA > ZERO
           THEN
               MOVE I03-RIGA-GIA-PRESENTE TO I03-RIGA-RISP(1)
               GO TO 3000-REGISTRA-X
           END-IF
      *
           IF  I03-MODO-ANNULLO
           THEN
               EXEC SQL INSERT  INTO T_DFAX_ANNULLO
                                (ANN_NUM_PRA
                                ,ANN_TIPO
                                ,ANN_FONTE
                                ,ANN_UTENTE
                                ,ANN_STATO
                                ,ANN_DATA_INS)
                        VALUES (:I03-NUMPRA
                               ,'A'
                               ,'O'
                               ,:I03-UTENTE
                               ,'N'
                               ,CURRENT TIMESTAMP)
               END-EXEC
           ELSE
               EXEC SQL INSERT  INTO T_DFAX_ANNULLO
                                (ANN_NUM_PRA
                                ,ANN_TIPO
                                ,ANN_FONTE
                                ,ANN_DATA_FIRMA
                                ,ANN_UTENTE
                                ,ANN_STATO
                                ,ANN_DATA_INS)
                        VALUES (:I03-NUMPRA
                               ,'R'
                               ,'O'
                               ,DATE(:I03-DATA-FIRMA)
                               ,:I03-UTENTE
                               ,'N'
                               ,CURRENT TIMESTAMP)
               END-EXEC
           END-IF
           IF  SQLCODE = ZERO
           THEN
               EXEC CICS SYNCPOINT END-EXEC
               MOVE I03-RIGA-INSERITA     TO I03-RIGA-RISP(1)
           ELSE
               MOVE SQLCODE               TO RE-SQLCODE
               MOVE I03-RIGA-ERRORE-DB2   TO I03-RIGA-RISP(1)
           END-IF.
      *----------------------------------------------------------------*
       3000-REGISTRA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-STATO: ULTIMA RICHIESTA REGISTRATA PER LA PRATICA
      *----------------------------------------------------------------*
       4000-STATO.
           MOVE 1                         TO I03-NUM-RIGHE
           EXEC SQL SELECT ANN_TIPO, ANN_STATO, ANN_ESITO_BON,
                           CHAR(ANN_DATA_INS), ANN_MOTIVO
                      INTO :I03-F-TIPO, :I03-F-STATO,
                           :I03-F-ESITO-BON, :I03-F-DATA-INS,
                           :I03-F-MOTIVO
                      FROM T_DFAX_ANNULLO
                     WHERE ANN_NUM_PRA  = :I03-NUMPRA
                       AND ANN_DATA_INS =
                           (SELECT MAX(ANN_DATA_INS)
                              FROM T_DFAX_ANNULLO
                             WHERE ANN_NUM_PRA = :I03-NUMPRA)
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE I03-RIGA-NESSUNA      TO I03-RIGA-RISP(1)
               GO TO 4000-STATO-X
           END-IF
      *
           IF  I03-F-TIPO = 'R'
           THEN
               MOVE 'RECESSO'             TO RS-TIPO
           ELSE
               MOVE 'ANNULLAMENTO'        TO RS-TIPO
           END-IF
           MOVE I03-F-DATA-INS(1:19)      TO RS-DATA-INS
           EVALUATE I03-F-STATO
             WHEN 'N'
                  MOVE 'DA LAVORARE'      TO RS-STATO
             WHEN 'L'
                  MOVE 'LAVORATA'         TO RS-STATO
             WHEN 'S'
                  MOVE 'SCARTATA'         TO RS-STATO
             WHEN OTHER
                  MOVE I03-F-STATO        TO RS-STATO
           END-EVALUATE
           EVALUATE I03-F-ESITO-BON
             WHEN 'N'
                  MOVE 'NESSUN BONIFICO DA FERMARE'
                                          TO RS-ESITO-BON
             WHEN 'B'
                  MOVE 'BONIFICO BLOCCATO IN MAGAZZINO'
                                          TO RS-ESITO-BON
             WHEN 'R'
                  MOVE 'BONIFICO USCITO: RECALL APERTO'
                                          TO RS-ESITO-BON
             WHEN 'M'
                  MOVE 'BLOCCO E RECALL'  TO RS-ESITO-BON
             WHEN OTHER
                  MOVE SPACE              TO RS-ESITO-BON
           END-EVALUATE
           MOVE I03-RIGA-STATO            TO I03-RIGA-RISP(1)
           IF  I03-F-MOTIVO NOT = SPACE
           THEN
               MOVE I03-F-MOTIVO          TO RM-MOTIVO
               MOVE I03-RIGA-MOTIVO       TO I03-RIGA-RISP(2)
               MOVE 2                     TO I03-NUM-RIGHE
           END-IF.
      *----------------------------------------------------------------*
       4000-STATO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       6000-INVIA-RISPOSTA.
           IF  I03-NUM-RIGHE = ZERO
           THEN
               MOVE I03-RIGA-PROMPT       TO I03-RIGA-RISP(1)
               MOVE 1                     TO I03-NUM-RIGHE
           END-IF
           COMPUTE I03-LEN-RISP = I03-NUM-RIGHE * 80
           EXEC CICS SEND FROM   (I03-AREA-RISPOSTA)
                          LENGTH (I03-LEN-RISP)
                          ERASE
           END-EXEC.
      *----------------------------------------------------------------*
       6000-INVIA-RISPOSTA-X.
           EXIT.
      *
      ********************** EOM D05223I3 *******************************
