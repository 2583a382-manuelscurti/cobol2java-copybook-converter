      ******************************************************************
      *                        D05223I5                                *
      *                                                                *
      *  TRANSAZIONE  : DFAX A SERVIZI - DOCUMENTI IN ARRIVO DAL DEALER*
      *  DESCRIZIONE  : FUNZIONE DEL BACK OFFICE PER LA CODA DEI       *
      *                 DOCUMENTI CHE D05223RZ NON HA SAPUTO ABBINARE  *
      *                 A UNA PRATICA (T_DFAX_DOC_IN IN STATO 'N') E   *
      *                 PER VEDERE COSA MANCA A UNA PRATICA. COME      *
      *                 D05223I4, RICHIESTA IN CHIARO DAL TERMINALE:   *
      *                   E                   -> CODA NON ABBINATI     *
      *                   A ppppppppp nnnnnnnnnnnnnn [tt]              *
      *                                       -> ABBINA IL DOCUMENTO   *
      *                                          ALLA PRATICA (TIPO    *
      *                                          tt SE INDICATO)       *
      *                   S ppppppppp         -> SCARTA IL DOCUMENTO   *
      *                                          (NON E' DI UNA        *
      *                                          PRATICA)              *
      *                   D nnnnnnnnnnnnnn    -> DOCUMENTI RICEVUTI E  *
      *                                          OBBLIGATORI MANCANTI  *
      *                 L'ABBINAMENTO MANUALE VA IN STATO 'M' CON      *
      *                 UTENTE E DATA E SCRIVE L'EVENTO 'G' SULLA      *
      *                 TIMELINE COME L'AGGANCIO AUTOMATICO            *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : TERMINALE, T_DFAX_DOC_IN, T_DFAX_DOC_OBBL,     *
      *                 T_DFAX_SCAD, T_DFAX_INVIO (DB2)                *
      *  OUTPUT       : TERMINALE, T_DFAX_DOC_IN E T_DFAX_RIC_LOG      *
      *                 AGGIORNATE                                     *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - ABBINAMENTO MANUALE DEI DOCUMENTI    *
      *           IN ARRIVO DAL DEALER                                 *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223I5.
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
       01  I05-RIGA-INPUT                PIC  X(80)  VALUE SPACE.
       01  I05-MODO                      PIC  X(01)  VALUE SPACE.
           88  I05-MODO-ELENCO                       VALUE 'E'.
           88  I05-MODO-ABBINA                       VALUE 'A'.
           88  I05-MODO-SCARTA                       VALUE 'S'.
           88  I05-MODO-PRATICA                      VALUE 'D'.
       01  I05-PROG                      PIC  9(09)  VALUE ZERO.
       01  I05-NUMPRA                    PIC  9(14)  VALUE ZERO.
       01  I05-TIPO-DOC                  PIC  X(02)  VALUE SPACE.
       01  I05-UTENTE                    PIC  X(08)  VALUE SPACE.
       01  I05-CONTA                     PIC S9(09)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    HOST VARIABLE DEI CURSORI
      *----------------------------------------------------------------*
       01  I05-F-PROG                    PIC  9(09)  VALUE ZERO.
       01  I05-F-CANALE                  PIC  X(01)  VALUE SPACE.
       01  I05-F-TIPO-DOC                PIC  X(02)  VALUE SPACE.
       01  I05-F-DATA-RIC                PIC  X(19)  VALUE SPACE.
       01  I05-F-MITTENTE                PIC  X(60)  VALUE SPACE.
       01  I05-F-STATO                   PIC  X(01)  VALUE SPACE.
       01  I05-F-BLOCCANTE               PIC  X(01)  VALUE SPACE.
      *
       01  SW-FINE-CURS                  PIC  X(01)  VALUE 'N'.
           88  FINE-CURS                             VALUE 'S'.
      *
       01  I05-NUM-RIGHE                 PIC  9(03)  VALUE ZERO.
       01  I05-MAX-RIGHE                 PIC  9(03)  VALUE 15.
       01  I05-LEN-RISP                  PIC S9(04)  COMP VALUE ZERO.
      *
       01  I05-AREA-RISPOSTA.
           02  I05-RIGA-RISP OCCURS 15   PIC  X(80)  VALUE SPACE.
      *
       01  I05-RIGA-CODA.
           02  RC-PROG                   PIC  9(09).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RC-CANALE                 PIC  X(01).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RC-TIPO-DOC               PIC  X(02).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RC-DATA-RIC               PIC  X(16).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RC-MITTENTE               PIC  X(48).
      *
       01  I05-RIGA-DOC.
           02  RD-TIPO-DOC               PIC  X(02).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RD-ESITO                  PIC  X(20).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RD-DATA-RIC               PIC  X(16).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RD-MITTENTE               PIC  X(39).
      *
       01  I05-RIGA-PROMPT               PIC  X(80)  VALUE
       'DFAX DOCUMENTI: E / A prog numpra [tipo] / S prog / D numpra'.
       01  I05-RIGA-RICHIESTA-ERRATA     PIC  X(80)  VALUE
       'RICHIESTA NON RICONOSCIUTA - USARE E, A, S O D'.
       01  I05-RIGA-CODA-VUOTA           PIC  X(80)  VALUE
           'NESSUN DOCUMENTO DA ABBINARE'.
       01  I05-RIGA-ALTRI                PIC  X(80)  VALUE
           'ALTRI DOCUMENTI IN CODA: ABBINARE I PRIMI E RIPETERE'.
       01  I05-RIGA-ABBINATO             PIC  X(80)  VALUE
           'DOCUMENTO ABBINATO ALLA PRATICA'.
       01  I05-RIGA-SCARTATO             PIC  X(80)  VALUE
           'DOCUMENTO SCARTATO'.
       01  I05-RIGA-NON-IN-CODA          PIC  X(80)  VALUE
           'DOCUMENTO NON PRESENTE NELLA CODA DEI NON ABBINATI'.
       01  I05-RIGA-PRATICA-IGNOTA       PIC  X(80)  VALUE
           'PRATICA SENZA INVII DFAX: ABBINAMENTO NON ESEGUITO'.
       01  I05-RIGA-NESSUN-DOC           PIC  X(80)  VALUE
           'NESSUN DOCUMENTO RICEVUTO E NESSUN OBBLIGATORIO MANCANTE'.
       01  I05-RIGA-ERRORE-DB2.
           02  FILLER                    PIC  X(30)  VALUE
               'ERRORE AGGIORNAMENTO SQLCODE '.
           02  RE-SQLCODE                PIC  -(5)9.
           02  FILLER                    PIC  X(44)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    CODA DEI NON ABBINATI, DAL PIU' VECCHIO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-CODA CURSOR FOR
               SELECT  DIN_PROG, DIN_CANALE, DIN_TIPO_DOC,
                       DIN_DATA_RICEZIONE, DIN_MITTENTE
                 FROM  T_DFAX_DOC_IN
                WHERE  DIN_STATO = 'N'
                ORDER BY DIN_PROG
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    SITUAZIONE DELLA PRATICA: DOCUMENTI RICEVUTI ('A'/'M') E,
      *    SE APPROVATA, OBBLIGATORI DEL PRODOTTO ANCORA MANCANTI
      *    (STATO 'O' DI COMODO, DATA E MITTENTE VUOTI)
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-PRATICA CURSOR FOR
               SELECT  DIN_TIPO_DOC, DIN_STATO, ' ',
                       DIN_DATA_RICEZIONE, DIN_MITTENTE
                 FROM  T_DFAX_DOC_IN
                WHERE  DIN_NUM_PRA = :I05-NUMPRA
                  AND  DIN_STATO IN ('A', 'M')
               UNION ALL
               SELECT  OB.DOB_TIPO_DOC, 'O', OB.DOB_BLOCCANTE,
                       ' ', ' '
                 FROM  T_DFAX_SCAD SC, T_DFAX_DOC_OBBL OB
                WHERE  SC.SCA_NUM_PRA  = :I05-NUMPRA
                  AND  OB.DOB_PRODOTTO = SC.SCA_PRODOTTO
                  AND  (OB.DOB_VDR = SC.SCA_VDR OR OB.DOB_VDR = 0)
                  AND  NOT EXISTS
                       (SELECT 1
                          FROM T_DFAX_DOC_IN DI
                         WHERE DI.DIN_NUM_PRA  = SC.SCA_NUM_PRA
                           AND DI.DIN_TIPO_DOC = OB.DOB_TIPO_DOC
                           AND DI.DIN_STATO IN ('A', 'M'))
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 2000-RICEVI-RICHIESTA  THRU 2000-RICEVI-RICHIESTA-X
           EVALUATE TRUE
             WHEN I05-MODO-ELENCO
                  PERFORM 3000-ELENCO
                     THRU 3000-ELENCO-X
             WHEN I05-MODO-ABBINA
                  PERFORM 4000-ABBINA
                     THRU 4000-ABBINA-X
             WHEN I05-MODO-SCARTA
                  PERFORM 4500-SCARTA
                     THRU 4500-SCARTA-X
             WHEN I05-MODO-PRATICA
                  PERFORM 5000-PRATICA
                     THRU 5000-PRATICA-X
             WHEN OTHER
                  MOVE I05-RIGA-RICHIESTA-ERRATA
                                         TO I05-RIGA-RISP(1)
                  MOVE 1                 TO I05-NUM-RIGHE
           END-EVALUATE
           PERFORM 6000-INVIA-RISPOSTA    THRU 6000-INVIA-RISPOSTA-X
           EXEC CICS RETURN END-EXEC.
      *
      *----------------------------------------------------------------*
       2000-RICEVI-RICHIESTA.
           MOVE SPACE                     TO I05-RIGA-INPUT
           EXEC CICS RECEIVE INTO   (I05-RIGA-INPUT)
                             LENGTH (LENGTH OF I05-RIGA-INPUT)
           END-EXEC
           EXEC CICS ASSIGN USERID (I05-UTENTE) END-EXEC
      *
           MOVE I05-RIGA-INPUT(1:1)       TO I05-MODO
           MOVE ZERO                      TO I05-PROG I05-NUMPRA
           MOVE SPACE                     TO I05-TIPO-DOC
           IF  I05-MODO-ELENCO
           THEN
               GO TO 2000-RICEVI-RICHIESTA-X
           END-IF
           IF  I05-MODO-PRATICA
           THEN
               IF  I05-RIGA-INPUT(3:14) IS NUMERIC
               THEN
                   MOVE I05-RIGA-INPUT(3:14) TO I05-NUMPRA
               ELSE
                   MOVE SPACE             TO I05-MODO
               END-IF
               GO TO 2000-RICEVI-RICHIESTA-X
           END-IF
           IF  I05-RIGA-INPUT(3:9) IS NUMERIC
           THEN
               MOVE I05-RIGA-INPUT(3:9)   TO I05-PROG
           ELSE
               MOVE SPACE                 TO I05-MODO
               GO TO 2000-RICEVI-RICHIESTA-X
           END-IF
           IF  I05-MODO-ABBINA
           THEN
               IF  I05-RIGA-INPUT(13:14) IS NUMERIC
               THEN
                   MOVE I05-RIGA-INPUT(13:14) TO I05-NUMPRA
                   MOVE I05-RIGA-INPUT(28:2)  TO I05-TIPO-DOC
               ELSE
                   MOVE SPACE             TO I05-MODO
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       2000-RICEVI-RICHIESTA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-ELENCO.
           MOVE ZERO                      TO I05-NUM-RIGHE
           MOVE 'N'                       TO SW-FINE-CURS
           EXEC SQL OPEN CURS-CODA END-EXEC
           PERFORM 3100-RIGA-CODA         THRU 3100-RIGA-CODA-X
                   UNTIL FINE-CURS
                   OR    I05-NUM-RIGHE NOT < I05-MAX-RIGHE
           IF  NOT FINE-CURS
           THEN
               MOVE I05-RIGA-ALTRI        TO
                    I05-RIGA-RISP(I05-NUM-RIGHE)
           END-IF
           EXEC SQL CLOSE CURS-CODA END-EXEC
           IF  I05-NUM-RIGHE = ZERO
           THEN
               MOVE I05-RIGA-CODA-VUOTA   TO I05-RIGA-RISP(1)
               MOVE 1                     TO I05-NUM-RIGHE
           END-IF.
      *----------------------------------------------------------------*
       3000-ELENCO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3100-RIGA-CODA.
           EXEC SQL FETCH CURS-CODA
                    INTO :I05-F-PROG, :I05-F-CANALE, :I05-F-TIPO-DOC,
                         :I05-F-DATA-RIC, :I05-F-MITTENTE
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-CURS              TO TRUE
               GO TO 3100-RIGA-CODA-X
           END-IF
           ADD 1                          TO I05-NUM-RIGHE
           MOVE I05-F-PROG                TO RC-PROG
           MOVE I05-F-CANALE              TO RC-CANALE
           MOVE I05-F-TIPO-DOC            TO RC-TIPO-DOC
           MOVE I05-F-DATA-RIC(1:16)      TO RC-DATA-RIC
           MOVE I05-F-MITTENTE            TO RC-MITTENTE
           MOVE I05-RIGA-CODA             TO
                I05-RIGA-RISP(I05-NUM-RIGHE).
      *----------------------------------------------------------------*
       3100-RIGA-CODA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-ABBINA: LA PRATICA DEVE AVERE AVUTO ALMENO UN INVIO
      *    DFAX, COME PER L'AGGANCIO AUTOMATICO DI D05223RZ
      *----------------------------------------------------------------*
       4000-ABBINA.
           MOVE 1                         TO I05-NUM-RIGHE
           MOVE ZERO                      TO I05-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :I05-CONTA
                      FROM T_DFAX_INVIO
                     WHERE INV_NUM_PRA = :I05-NUMPRA
           END-EXEC
           IF  I05-CONTA = ZERO
           THEN
               MOVE I05-RIGA-PRATICA-IGNOTA TO I05-RIGA-RISP(1)
               GO TO 4000-ABBINA-X
           END-IF
      *
           EXEC SQL UPDATE T_DFAX_DOC_IN
                       SET DIN_NUM_PRA  = :I05-NUMPRA,
                           DIN_TIPO_DOC =
                           CASE WHEN :I05-TIPO-DOC = ' '
                                THEN DIN_TIPO_DOC
                                ELSE :I05-TIPO-DOC END,
                           DIN_STATO    = 'M',
                           DIN_UTENTE   = :I05-UTENTE,
                           DIN_DATA_AGG = CURRENT TIMESTAMP
                     WHERE DIN_PROG     = :I05-PROG
                       AND DIN_STATO    = 'N'
           END-EXEC
           IF  SQLCODE = 100
           OR  (SQLCODE = ZERO AND SQLERRD(3) = ZERO)
           THEN
               MOVE I05-RIGA-NON-IN-CODA  TO I05-RIGA-RISP(1)
               GO TO 4000-ABBINA-X
           END-IF
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE SQLCODE               TO RE-SQLCODE
               MOVE I05-RIGA-ERRORE-DB2   TO I05-RIGA-RISP(1)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO 4000-ABBINA-X
           END-IF
      *
      *    EVENTO 'G' = DOCUMENTO DEL DEALER RICEVUTO
           EXEC SQL INSERT INTO T_DFAX_RIC_LOG
                           (RIC_NUM_PRA
                           ,RIC_TIPO_EVENTO
                           ,RIC_DATA_INS)
                    VALUES (:I05-NUMPRA
                           ,'G'
                           ,CURRENT TIMESTAMP)
           END-EXEC
           EXEC CICS SYNCPOINT END-EXEC
           MOVE I05-RIGA-ABBINATO         TO I05-RIGA-RISP(1).
      *----------------------------------------------------------------*
       4000-ABBINA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4500-SCARTA.
           MOVE 1                         TO I05-NUM-RIGHE
           EXEC SQL UPDATE T_DFAX_DOC_IN
                       SET DIN_STATO    = 'S',
                           DIN_UTENTE   = :I05-UTENTE,
                           DIN_DATA_AGG = CURRENT TIMESTAMP
                     WHERE DIN_PROG     = :I05-PROG
                       AND DIN_STATO    = 'N'
           END-EXEC
           IF  SQLCODE = 100
           OR  (SQLCODE = ZERO AND SQLERRD(3) = ZERO)
           THEN
               MOVE I05-RIGA-NON-IN-CODA  TO I05-RIGA-RISP(1)
               GO TO 4500-SCARTA-X
           END-IF
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE SQLCODE               TO RE-SQLCODE
               MOVE I05-RIGA-ERRORE-DB2   TO I05-RIGA-RISP(1)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO 4500-SCARTA-X
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE I05-RIGA-SCARTATO         TO I05-RIGA-RISP(1).
      *----------------------------------------------------------------*
       4500-SCARTA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5000-PRATICA.
           MOVE ZERO                      TO I05-NUM-RIGHE
           MOVE 'N'                       TO SW-FINE-CURS
           EXEC SQL OPEN CURS-PRATICA END-EXEC
           PERFORM 5100-RIGA-PRATICA      THRU 5100-RIGA-PRATICA-X
                   UNTIL FINE-CURS
                   OR    I05-NUM-RIGHE NOT < I05-MAX-RIGHE
           EXEC SQL CLOSE CURS-PRATICA END-EXEC
           IF  I05-NUM-RIGHE = ZERO
           THEN
               MOVE I05-RIGA-NESSUN-DOC   TO I05-RIGA-RISP(1)
               MOVE 1                     TO I05-NUM-RIGHE
           END-IF.
      *----------------------------------------------------------------*
       5000-PRATICA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5100-RIGA-PRATICA.
           EXEC SQL FETCH CURS-PRATICA
                    INTO :I05-F-TIPO-DOC, :I05-F-STATO,
                         :I05-F-BLOCCANTE, :I05-F-DATA-RIC,
                         :I05-F-MITTENTE
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-CURS              TO TRUE
               GO TO 5100-RIGA-PRATICA-X
           END-IF
           ADD 1                          TO I05-NUM-RIGHE
           MOVE I05-F-TIPO-DOC            TO RD-TIPO-DOC
           EVALUATE TRUE
             WHEN I05-F-STATO = 'A'
                  MOVE 'RICEVUTO'         TO RD-ESITO
             WHEN I05-F-STATO = 'M'
                  MOVE 'RICEVUTO (MANUALE)' TO RD-ESITO
             WHEN I05-F-BLOCCANTE = 'S'
                  MOVE 'MANCA - BLOCCANTE' TO RD-ESITO
             WHEN OTHER
                  MOVE 'MANCA'            TO RD-ESITO
           END-EVALUATE
           MOVE I05-F-DATA-RIC(1:16)      TO RD-DATA-RIC
           MOVE I05-F-MITTENTE            TO RD-MITTENTE
           MOVE I05-RIGA-DOC              TO
                I05-RIGA-RISP(I05-NUM-RIGHE).
      *----------------------------------------------------------------*
       5100-RIGA-PRATICA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       6000-INVIA-RISPOSTA.
           IF  I05-NUM-RIGHE = ZERO
           THEN
               MOVE I05-RIGA-PROMPT       TO I05-RIGA-RISP(1)
               MOVE 1                     TO I05-NUM-RIGHE
           END-IF
           COMPUTE I05-LEN-RISP = I05-NUM-RIGHE * 80
           EXEC CICS SEND FROM   (I05-AREA-RISPOSTA)
                          LENGTH (I05-LEN-RISP)
                          ERASE
           END-EXEC.
      *----------------------------------------------------------------*
       6000-INVIA-RISPOSTA-X.
           EXIT.
      *
      ********************** EOM D05223I5 *******************************
