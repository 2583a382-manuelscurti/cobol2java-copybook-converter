      ******************************************************************
      *                        BE300KI                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - CODA SOSPESI ACCREDITI      *
      *  DESCRIZIONE  : SOTTOPROGRAMMA COMUNE RICHIAMATO VIA LINK      *
      *                 DALLA FUNZIONE ONLINE DI OPERATIONS PER        *
      *                 LAVORARE GLI ACCREDITI MESSI IN CODA SOSPESI   *
      *                 DA BE300SE (T_BE_SOSPESI):                     *
      *                   'E' ELENCA I SOSPESI APERTI                  *
      *                   'A' APPLICA A UN CONTO CORRETTO: L'IBAN      *
      *                       INDICATO DEVE ESSERE DI UN RAPPORTO      *
      *                       APERTO; IL MOVIMENTO TORNA IN ITER SUL   *
      *                       NUOVO CONTO                              *
      *                   'R' RENDE ALLA BANCA MITTENTE CON IL CODICE  *
      *                       SEPA PROPOSTO O CON QUELLO INDICATO; IL  *
      *                       PACS.004 LO GENERA BE300SE               *
      *                 OGNI DECISIONE REGISTRA UTENTE E DATA          *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : COMMAREA (FUNZIONE, CHIAVE, IBAN O CODICE DI   *
      *                 RESO, UTENTE)                                  *
      *  OUTPUT       : COMMAREA (ESITO, ELENCO), T_BE_SOSPESI E       *
      *                 BE00TBMO AGGIORNATE                            *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - APPLICAZIONE O RESO DEGLI ACCREDITI  *
      *           IN CODA SOSPESI                                      *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300KI.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA  DIVISION.
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  W-NUM-DIST                  PIC S9(10) COMP-3 VALUE ZERO.
       01  W-NUM-MOV                   PIC S9(10) COMP-3 VALUE ZERO.
       01  W-BEN-IBAN                  PIC  X(34) VALUE SPACE.
       01  W-IMPORTO                   PIC S9(18) COMP-3 VALUE ZERO.
       01  W-MOTIVO                    PIC  X(04) VALUE SPACE.
       01  W-COD-RESO                  PIC  X(04) VALUE SPACE.
       01  W-SCADENZA                  PIC  X(10) VALUE SPACE.
       01  W-RAP-SERV                  PIC  X(02) VALUE SPACE.
       01  W-RAP-FIL                   PIC  X(05) VALUE SPACE.
       01  W-RAP-CC                    PIC  X(08) VALUE SPACE.
       01  W-RAP-STATO                 PIC  X(01) VALUE SPACE.
      *
       01  SW-FINE-SOS                 PIC  X(01) VALUE 'N'.
           88  FINE-SOS                            VALUE 'S'.
      *
           EXEC SQL DECLARE CURS-SOS CURSOR FOR
               SELECT  SOS_NUM_DIST, SOS_NUM_MOV, SOS_BEN_IBAN,
                       SOS_IMPORTO, SOS_MOTIVO, SOS_COD_RESO,
                       CHAR(SOS_DT_SCADENZA, ISO)
                 FROM  T_BE_SOSPESI
                WHERE  SOS_STATO = 'O'
                ORDER BY SOS_DT_SCADENZA, SOS_NUM_DIST, SOS_NUM_MOV
           END-EXEC.
      *
      *----------------------------------------------------------------*
       LINKAGE  SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           02  K30I-COMM-FUNZIONE       PIC  X(01).
               88  K30I-FUNZ-ELENCA                  VALUE 'E'.
               88  K30I-FUNZ-APPLICA                 VALUE 'A'.
               88  K30I-FUNZ-RENDI                   VALUE 'R'.
           02  K30I-COMM-NUM-DIST       PIC S9(10)  COMP-3.
           02  K30I-COMM-NUM-MOV        PIC S9(10)  COMP-3.
      *        CONTO CORRETTO PER 'A'
           02  K30I-COMM-IBAN-CORR      PIC  X(34).
      *        CODICE DI RESO PER 'R' (A SPAZI QUELLO PROPOSTO)
           02  K30I-COMM-COD-RESO       PIC  X(04).
               88  K30I-RESO-VALIDO     VALUE 'AC01' 'AC04' 'AC06'
                                              'AG01' 'AG02' 'AM05'
                                              'BE04' 'MD07' 'MS02'
                                              'MS03' 'RR01' 'RR02'
                                              'RR03' 'RR04'.
           02  K30I-COMM-UTENTE         PIC  X(08).
           02  K30I-COMM-ESITO          PIC  X(01).
               88  K30I-COMM-OK                      VALUE 'S'.
               88  K30I-COMM-KO                      VALUE 'N'.
           02  K30I-COMM-MSG            PIC  X(40).
           02  K30I-COMM-NUM-SOS        PIC  9(02).
           02  K30I-COMM-SOS OCCURS 15.
               03  K30I-COMM-S-DIST     PIC S9(10)  COMP-3.
               03  K30I-COMM-S-MOV      PIC S9(10)  COMP-3.
               03  K30I-COMM-S-IBAN     PIC  X(34).
               03  K30I-COMM-S-IMPORTO  PIC S9(18)  COMP-3.
               03  K30I-COMM-S-MOTIVO   PIC  X(04).
               03  K30I-COMM-S-RESO     PIC  X(04).
               03  K30I-COMM-S-SCADENZA PIC  X(10).
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           SET K30I-COMM-KO             TO TRUE
           MOVE SPACE                   TO K30I-COMM-MSG
           EVALUATE TRUE
             WHEN K30I-FUNZ-ELENCA
                  PERFORM 1000-ELENCA   THRU 1000-ELENCA-X
             WHEN K30I-FUNZ-APPLICA
                  PERFORM 2000-APPLICA  THRU 2000-APPLICA-X
             WHEN K30I-FUNZ-RENDI
                  PERFORM 3000-RENDI    THRU 3000-RENDI-X
             WHEN OTHER
                  MOVE 'FUNZIONE NON RICONOSCIUTA'
                                        TO K30I-COMM-MSG
           END-EVALUATE
           GOBACK.
      *
      *----------------------------------------------------------------*
       1000-ELENCA.
           MOVE ZERO                    TO K30I-COMM-NUM-SOS
           MOVE 'N'                     TO SW-FINE-SOS
           EXEC SQL OPEN CURS-SOS END-EXEC
           PERFORM 1100-CARICA-SOS      THRU 1100-CARICA-SOS-X
                   UNTIL FINE-SOS
                   OR    K30I-COMM-NUM-SOS NOT < 15
           EXEC SQL CLOSE CURS-SOS END-EXEC
           SET K30I-COMM-OK             TO TRUE.
      *----------------------------------------------------------------*
       1000-ELENCA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       1100-CARICA-SOS.
           EXEC SQL FETCH CURS-SOS
                    INTO :W-NUM-DIST, :W-NUM-MOV, :W-BEN-IBAN,
                         :W-IMPORTO, :W-MOTIVO, :W-COD-RESO,
                         :W-SCADENZA
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-SOS             TO TRUE
           ELSE
               ADD 1                    TO K30I-COMM-NUM-SOS
               MOVE W-NUM-DIST          TO
                    K30I-COMM-S-DIST (K30I-COMM-NUM-SOS)
               MOVE W-NUM-MOV           TO
                    K30I-COMM-S-MOV (K30I-COMM-NUM-SOS)
               MOVE W-BEN-IBAN          TO
                    K30I-COMM-S-IBAN (K30I-COMM-NUM-SOS)
               MOVE W-IMPORTO           TO
                    K30I-COMM-S-IMPORTO (K30I-COMM-NUM-SOS)
               MOVE W-MOTIVO            TO
                    K30I-COMM-S-MOTIVO (K30I-COMM-NUM-SOS)
               MOVE W-COD-RESO          TO
                    K30I-COMM-S-RESO (K30I-COMM-NUM-SOS)
               MOVE W-SCADENZA          TO
                    K30I-COMM-S-SCADENZA (K30I-COMM-NUM-SOS)
           END-IF.
      *----------------------------------------------------------------*
       1100-CARICA-SOS-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-APPLICA: IL CONTO CORRETTO DEVE ESISTERE ED ESSERE
      *    APERTO; MOVIMENTO E CODA SI AGGIORNANO INSIEME
      *----------------------------------------------------------------*
       2000-APPLICA.
           IF  K30I-COMM-UTENTE = SPACE
           THEN
               MOVE 'UTENTE OBBLIGATORIO'
                                        TO K30I-COMM-MSG
               GO TO 2000-APPLICA-X
           END-IF
           EXEC SQL SELECT RAP_SERV, RAP_FIL, RAP_CC, RAP_STATO
                      INTO :W-RAP-SERV, :W-RAP-FIL, :W-RAP-CC,
                           :W-RAP-STATO
                      FROM T_ANA_RAPPORTI
                     WHERE RAP_IBAN = :K30I-COMM-IBAN-CORR
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 'CONTO CORRETTO INESISTENTE'
                                        TO K30I-COMM-MSG
               GO TO 2000-APPLICA-X
           END-IF
           IF  W-RAP-STATO NOT = 'A'
           THEN
               MOVE 'CONTO CORRETTO NON APERTO'
                                        TO K30I-COMM-MSG
               GO TO 2000-APPLICA-X
           END-IF
      *
           EXEC SQL UPDATE T_BE_SOSPESI
                       SET SOS_STATO     = 'A',
                           SOS_IBAN_CORR = :K30I-COMM-IBAN-CORR,
                           SOS_UTENTE    = :K30I-COMM-UTENTE,
                           SOS_DT_ESITO  = CURRENT TIMESTAMP
                     WHERE SOS_NUM_DIST = :K30I-COMM-NUM-DIST
                       AND SOS_NUM_MOV  = :K30I-COMM-NUM-MOV
                       AND SOS_STATO    = 'O'
           END-EXEC
           IF  SQLCODE NOT = ZERO OR SQLERRD(3) = ZERO
           THEN
               MOVE 'SOSPESO NON TROVATO O GIA'' LAVORATO'
                                        TO K30I-COMM-MSG
               GO TO 2000-APPLICA-X
           END-IF
           EXEC SQL UPDATE BE00TBMO
                       SET BEN_IBAN     = :K30I-COMM-IBAN-CORR,
                           BEN_RAP_SERV = :W-RAP-SERV,
                           BEN_RAP_FIL  = :W-RAP-FIL,
                           BEN_RAP_CC   = :W-RAP-CC,
                           STATO_MOV    = 'I'
                     WHERE NUM_DIST  = :K30I-COMM-NUM-DIST
                       AND NUM_MOV   = :K30I-COMM-NUM-MOV
                       AND STATO_MOV = 'S'
           END-EXEC
           IF  SQLCODE = ZERO AND SQLERRD(3) > ZERO
           THEN
               EXEC CICS SYNCPOINT END-EXEC
               SET K30I-COMM-OK         TO TRUE
               MOVE 'ACCREDITO APPLICATO AL CONTO CORRETTO'
                                        TO K30I-COMM-MSG
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'APPLICAZIONE NON RIUSCITA'
                                        TO K30I-COMM-MSG
           END-IF.
      *----------------------------------------------------------------*
       2000-APPLICA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-RENDI: IL SOSPESO PASSA IN 'D' (DA RENDERE); IL
      *    PACS.004 E LA R-TRANSACTION LI FA IL PASSO SERALE
      *----------------------------------------------------------------*
       3000-RENDI.
           IF  K30I-COMM-UTENTE = SPACE
           THEN
               MOVE 'UTENTE OBBLIGATORIO'
                                        TO K30I-COMM-MSG
               GO TO 3000-RENDI-X
           END-IF
           IF  K30I-COMM-COD-RESO NOT = SPACE
           AND NOT K30I-RESO-VALIDO
           THEN
               MOVE 'CODICE DI RESO SEPA NON AMMESSO'
                                        TO K30I-COMM-MSG
               GO TO 3000-RENDI-X
           END-IF
           EXEC SQL UPDATE T_BE_SOSPESI
                       SET SOS_STATO    = 'D',
                           SOS_COD_RESO =
                               CASE WHEN :K30I-COMM-COD-RESO = ' '
                                    THEN SOS_COD_RESO
                                    ELSE :K30I-COMM-COD-RESO END,
                           SOS_UTENTE   = :K30I-COMM-UTENTE
                     WHERE SOS_NUM_DIST = :K30I-COMM-NUM-DIST
                       AND SOS_NUM_MOV  = :K30I-COMM-NUM-MOV
                       AND SOS_STATO    = 'O'
           END-EXEC
           IF  SQLCODE = ZERO AND SQLERRD(3) > ZERO
           THEN
               EXEC CICS SYNCPOINT END-EXEC
               SET K30I-COMM-OK         TO TRUE
               MOVE 'RESO REGISTRATO'   TO K30I-COMM-MSG
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'SOSPESO NON TROVATO O GIA'' LAVORATO'
                                        TO K30I-COMM-MSG
           END-IF.
      *----------------------------------------------------------------*
       3000-RENDI-X.
           EXIT.
      *
      ********************** EOM BE300KI ********************************
