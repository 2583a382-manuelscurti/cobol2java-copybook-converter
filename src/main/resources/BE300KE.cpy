      ******************************************************************
      *                        BE300KE                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - TRACCIABILITA' CIG/CUP     *
      *  DESCRIZIONE  : SOTTOPROGRAMMA COMUNE PER LA TRACCIABILITA'   *
      *                 DEI FLUSSI FINANZIARI SUGLI APPALTI PUBBLICI: *
      *                 IL BONIFICO DEVE PORTARE NELLA NOTA           *
      *                 (OPE_NOTE_TEXT) IL CIG E/O IL CUP QUANDO      *
      *                 ORDINANTE O BENEFICIARIO:                     *
      *                  - HA UN NNCG DI PUBBLICA AMMINISTRAZIONE     *
      *                    (AN006012, PUBBL_AMM = 'S', RIGA VALIDA    *
      *                    ALLA DATA)                                 *
      *                  - E' TITOLARE DI UN CONTO DEDICATO CENSITO   *
      *                    IN T_BE_CONTI_DEDICATI (PER NDG O PER      *
      *                    IBAN, COSI' IL CONTROLLO VALE ANCHE DOVE   *
      *                    L'NDG NON E' ANCORA NOTO)                  *
      *                 NELLA NOTA I CODICI SI CERCANO DOPO LE        *
      *                 DICITURE 'CIG' E 'CUP' (ANCHE NELLA FORMA     *
      *                 /CIG/.. /CUP/..): CIG DI 10 CARATTERI         *
      *                 ALFANUMERICI, CUP DI 15 CON IL PRIMO          *
      *                 ALFABETICO. BASTA UNO DEI DUE, MA UN CODICE   *
      *                 PRESENTE E MALFORMATO BLOCCA COMUNQUE.        *
      *                 FUNZIONI:                                     *
      *                   'C' DALLA CATTURA, SUL MOVIMENTO            *
      *                       GIA' INSERITO: SE MANCANO I CODICI IL   *
      *                       MOVIMENTO VA IN STATO 'T' E NON         *
      *                       PROSEGUE; CORRETTA LA NOTA, LA          *
      *                       RICHIAMATA LO RIMETTE IN 'I'            *
      *                   'A' SOLO ANALISI DEI DATI PASSATI           *
      *                       NELL'AREA (DALL'INTAKE PAIN.001         *
      *                       BE300RI E DAL REPORT MENSILE BE300S6)   *
      *                 RICHIAMATO VIA CALL (PROCEDURE DIVISION USING,*
      *                 COME BE300K7) SIA DALLA CATTURA SIA DAL BATCH *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : AREA K30E (FUNZIONE, CHIAVE O DATI E NOTA),   *
      *                 BE00TBMO, T_ANA_NDG, AN006012,                *
      *                 T_BE_CONTI_DEDICATI (DB2)                     *
      *  OUTPUT       : AREA K30E (ESITO, LATO, CIG, CUP, MOTIVO),    *
      *                 BE00TBMO (STATO)                              *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - CONTROLLO CIG/CUP SUI PAGAMENTI      *
      *           DA E VERSO LA PUBBLICA AMMINISTRAZIONE               *
      * MS151026  INTERFACCIA VIA PROCEDURE DIVISION USING: CHIAMABILE *
      *           ANCHE DAL BATCH BE300RI E BE300S6                    *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300KE.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA  DIVISION.
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  W-ORD-NDG                   PIC  X(12) VALUE SPACE.
       01  W-BEN-NDG                   PIC  X(12) VALUE SPACE.
       01  W-ORD-IBAN                  PIC  X(34) VALUE SPACE.
       01  W-BEN-IBAN                  PIC  X(34) VALUE SPACE.
       01  W-NOTE                      PIC  X(500) VALUE SPACE.
       01  W-STATO-MOV                 PIC  X(01) VALUE SPACE.
      *
       01  W-DATA-ISO                  PIC  X(10) VALUE SPACE.
       01  W-OGGI                      PIC  9(08) VALUE ZERO.
       01  W-NDG                       PIC  X(12) VALUE SPACE.
       01  W-IBAN                      PIC  X(34) VALUE SPACE.
       01  W-CONTA                     PIC S9(09) COMP VALUE ZERO.
      *
       01  SW-PA-ORD                   PIC  X(01) VALUE 'N'.
           88  PA-ORD                              VALUE 'S'.
       01  SW-PA-BEN                   PIC  X(01) VALUE 'N'.
           88  PA-BEN                              VALUE 'S'.
       01  SW-PA                       PIC  X(01) VALUE 'N'.
           88  LATO-PA                             VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    RICERCA DEL CODICE NELLA NOTA: POSIZIONE DELLA DICITURA,
      *    INIZIO DEL CODICE DOPO I SEPARATORI, CODICE ESTRATTO
      *----------------------------------------------------------------*
       01  W-DICITURA                  PIC  X(03) VALUE SPACE.
       01  W-LUNG                      PIC S9(04) COMP VALUE ZERO.
       01  W-POS                       PIC S9(04) COMP VALUE ZERO.
       01  W-INIZIO                    PIC S9(04) COMP VALUE ZERO.
       01  W-I                         PIC S9(04) COMP VALUE ZERO.
       01  W-CODICE                    PIC  X(15) VALUE SPACE.
       01  W-CARA                      PIC  X(01) VALUE SPACE.
       01  SW-CODICE                   PIC  X(01) VALUE 'A'.
           88  CODICE-ASSENTE                      VALUE 'A'.
           88  CODICE-VALIDO                       VALUE 'V'.
           88  CODICE-ERRATO                       VALUE 'E'.
       01  SW-CIG                      PIC  X(01) VALUE 'A'.
           88  CIG-ASSENTE                         VALUE 'A'.
           88  CIG-VALIDO                          VALUE 'V'.
           88  CIG-ERRATO                          VALUE 'E'.
       01  SW-CUP                      PIC  X(01) VALUE 'A'.
           88  CUP-ASSENTE                         VALUE 'A'.
           88  CUP-VALIDO                          VALUE 'V'.
           88  CUP-ERRATO                          VALUE 'E'.
      *
      *----------------------------------------------------------------*
       LINKAGE  SECTION.
      *----------------------------------------------------------------*
       01  K30E-AREA.
           02  K30E-COMM-FUNZIONE       PIC  X(01).
               88  K30E-FUNZ-CATTURA                 VALUE 'C'.
               88  K30E-FUNZ-ANALISI                 VALUE 'A'.
           02  K30E-COMM-NUM-DIST       PIC S9(10)  COMP-3.
           02  K30E-COMM-NUM-MOV        PIC S9(10)  COMP-3.
           02  K30E-COMM-ORD-NDG        PIC  X(12).
           02  K30E-COMM-BEN-NDG        PIC  X(12).
           02  K30E-COMM-ORD-IBAN       PIC  X(34).
           02  K30E-COMM-BEN-IBAN       PIC  X(34).
           02  K30E-COMM-NOTE-TEXT      PIC  X(500).
           02  K30E-COMM-ESITO          PIC  X(01).
               88  K30E-COMM-NON-PA                  VALUE 'N'.
               88  K30E-COMM-COMPLETO                VALUE 'S'.
               88  K30E-COMM-INCOMPLETO              VALUE 'B'.
               88  K30E-COMM-ERRORE                  VALUE 'E'.
      *        LATO PA: 'O' ORDINANTE, 'B' BENEFICIARIO, 'E' ENTRAMBI
           02  K30E-COMM-LATO-PA        PIC  X(01).
           02  K30E-COMM-CIG            PIC  X(10).
           02  K30E-COMM-CUP            PIC  X(15).
      *        MOTIVO DEL BLOCCO: 'MAN' NESSUN CODICE, 'CIG' CIG
      *        MALFORMATO, 'CUP' CUP MALFORMATO
           02  K30E-COMM-MOTIVO         PIC  X(03).
      *
       PROCEDURE  DIVISION USING K30E-AREA.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           SET K30E-COMM-ERRORE         TO TRUE
           MOVE SPACE                   TO K30E-COMM-LATO-PA
                                           K30E-COMM-CIG
                                           K30E-COMM-CUP
                                           K30E-COMM-MOTIVO
           EVALUATE TRUE
             WHEN K30E-FUNZ-CATTURA
                  PERFORM 1000-CATTURA  THRU 1000-CATTURA-X
             WHEN K30E-FUNZ-ANALISI
                  MOVE K30E-COMM-ORD-NDG   TO W-ORD-NDG
                  MOVE K30E-COMM-BEN-NDG   TO W-BEN-NDG
                  MOVE K30E-COMM-ORD-IBAN  TO W-ORD-IBAN
                  MOVE K30E-COMM-BEN-IBAN  TO W-BEN-IBAN
                  MOVE K30E-COMM-NOTE-TEXT TO W-NOTE
                  PERFORM 2000-ANALISI  THRU 2000-ANALISI-X
           END-EVALUATE
           GOBACK.
      *
      *----------------------------------------------------------------*
      *    1000-CATTURA: MOVIMENTO GIA' INSERITO, SI BLOCCA O SI
      *    SBLOCCA SECONDO L'ESITO
      *----------------------------------------------------------------*
       1000-CATTURA.
           EXEC SQL SELECT ORD_NDG, BEN_NDG, ORD_IBAN, BEN_IBAN,
                           OPE_NOTE_TEXT, STATO_MOV
                      INTO :W-ORD-NDG, :W-BEN-NDG, :W-ORD-IBAN,
                           :W-BEN-IBAN, :W-NOTE, :W-STATO-MOV
                      FROM BE00TBMO
                     WHERE NUM_DIST = :K30E-COMM-NUM-DIST
                       AND NUM_MOV  = :K30E-COMM-NUM-MOV
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               GO TO 1000-CATTURA-X
           END-IF
           PERFORM 2000-ANALISI         THRU 2000-ANALISI-X
      *
           IF  K30E-COMM-INCOMPLETO
           AND W-STATO-MOV = 'I'
           THEN
               EXEC SQL UPDATE BE00TBMO
                           SET STATO_MOV = 'T'
                         WHERE NUM_DIST  = :K30E-COMM-NUM-DIST
                           AND NUM_MOV   = :K30E-COMM-NUM-MOV
                           AND STATO_MOV = 'I'
               END-EXEC
           END-IF
      *    SBLOCCO ANCHE SE LA CONTROPARTE CORRETTA NON E' PIU' PA
           IF  (K30E-COMM-COMPLETO OR K30E-COMM-NON-PA)
           AND W-STATO-MOV = 'T'
           THEN
               EXEC SQL UPDATE BE00TBMO
                           SET STATO_MOV = 'I'
                         WHERE NUM_DIST  = :K30E-COMM-NUM-DIST
                           AND NUM_MOV   = :K30E-COMM-NUM-MOV
                           AND STATO_MOV = 'T'
               END-EXEC
           END-IF.
      *----------------------------------------------------------------*
       1000-CATTURA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-ANALISI: PA SU UNO DEI DUE LATI? SE SI' CERCA CIG E
      *    CUP NELLA NOTA
      *----------------------------------------------------------------*
       2000-ANALISI.
           EXEC SQL
                VALUES CHAR(CURRENT DATE, ISO)
                  INTO :W-DATA-ISO
           END-EXEC
           MOVE W-DATA-ISO(1:4)         TO W-OGGI(1:4)
           MOVE W-DATA-ISO(6:2)         TO W-OGGI(5:2)
           MOVE W-DATA-ISO(9:2)         TO W-OGGI(7:2)
      *
           MOVE W-ORD-NDG               TO W-NDG
           MOVE W-ORD-IBAN              TO W-IBAN
           PERFORM 2100-LATO-PA         THRU 2100-LATO-PA-X
           MOVE SW-PA                   TO SW-PA-ORD
           MOVE W-BEN-NDG               TO W-NDG
           MOVE W-BEN-IBAN              TO W-IBAN
           PERFORM 2100-LATO-PA         THRU 2100-LATO-PA-X
           MOVE SW-PA                   TO SW-PA-BEN
           EVALUATE TRUE
             WHEN PA-ORD AND PA-BEN
                  MOVE 'E'              TO K30E-COMM-LATO-PA
             WHEN PA-ORD
                  MOVE 'O'              TO K30E-COMM-LATO-PA
             WHEN PA-BEN
                  MOVE 'B'              TO K30E-COMM-LATO-PA
             WHEN OTHER
                  SET K30E-COMM-NON-PA  TO TRUE
                  GO TO 2000-ANALISI-X
           END-EVALUATE
      *
           INSPECT W-NOTE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 'CIG'                   TO W-DICITURA
           MOVE 10                      TO W-LUNG
           PERFORM 2200-CERCA-CODICE    THRU 2200-CERCA-CODICE-X
           MOVE SW-CODICE               TO SW-CIG
           IF  CODICE-VALIDO
           THEN
               MOVE W-CODICE            TO K30E-COMM-CIG
           END-IF
           MOVE 'CUP'                   TO W-DICITURA
           MOVE 15                      TO W-LUNG
           PERFORM 2200-CERCA-CODICE    THRU 2200-CERCA-CODICE-X
           MOVE SW-CODICE               TO SW-CUP
           IF  CODICE-VALIDO
           AND W-CODICE(1:1) IS NUMERIC
           THEN
               SET CUP-ERRATO           TO TRUE
           END-IF
           IF  CUP-VALIDO
           THEN
               MOVE W-CODICE            TO K30E-COMM-CUP
           END-IF
      *
           EVALUATE TRUE
             WHEN CIG-ERRATO
                  MOVE 'CIG'            TO K30E-COMM-MOTIVO
                  SET K30E-COMM-INCOMPLETO TO TRUE
             WHEN CUP-ERRATO
                  MOVE 'CUP'            TO K30E-COMM-MOTIVO
                  SET K30E-COMM-INCOMPLETO TO TRUE
             WHEN CIG-ASSENTE AND CUP-ASSENTE
                  MOVE 'MAN'            TO K30E-COMM-MOTIVO
                  SET K30E-COMM-INCOMPLETO TO TRUE
             WHEN OTHER
                  SET K30E-COMM-COMPLETO   TO TRUE
           END-EVALUATE.
      *----------------------------------------------------------------*
       2000-ANALISI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-LATO-PA: NNCG DI PUBBLICA AMMINISTRAZIONE O CONTO
      *    DEDICATO PER L'NDG, OPPURE IBAN CENSITO COME DEDICATO
      *----------------------------------------------------------------*
       2100-LATO-PA.
           MOVE 'N'                     TO SW-PA
           IF  W-NDG NOT = SPACE
           THEN
               MOVE ZERO                TO W-CONTA
               EXEC SQL SELECT COUNT(*)
                          INTO :W-CONTA
                          FROM T_ANA_NDG ANA
                         WHERE ANA.ANA_NDG = :W-NDG
                           AND (EXISTS
                               (SELECT 1 FROM AN006012 A
                                 WHERE A.NNCG      = ANA.ANA_NNCG
                                   AND A.PUBBL_AMM = 'S'
                                   AND (A.DT_VAL_DA = 0
                                    OR  A.DT_VAL_DA <= :W-OGGI)
                                   AND (A.DT_VAL_A  = 0
                                    OR  A.DT_VAL_A  >= :W-OGGI))
                            OR  EXISTS
                               (SELECT 1 FROM T_BE_CONTI_DEDICATI CDE
                                 WHERE CDE.CDE_NDG    = ANA.ANA_NDG
                                   AND CDE.CDE_ATTIVO = 'S'))
               END-EXEC
               IF  SQLCODE = ZERO AND W-CONTA > ZERO
               THEN
                   SET LATO-PA          TO TRUE
                   GO TO 2100-LATO-PA-X
               END-IF
           END-IF
           IF  W-IBAN NOT = SPACE
           THEN
               MOVE ZERO                TO W-CONTA
               EXEC SQL SELECT COUNT(*)
                          INTO :W-CONTA
                          FROM T_BE_CONTI_DEDICATI
                         WHERE CDE_IBAN   = :W-IBAN
                           AND CDE_ATTIVO = 'S'
               END-EXEC
               IF  SQLCODE = ZERO AND W-CONTA > ZERO
               THEN
                   SET LATO-PA          TO TRUE
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       2100-LATO-PA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-CERCA-CODICE: PRIMA OCCORRENZA DELLA DICITURA NON
      *    PRECEDUTA DA UNA LETTERA O CIFRA; SALTATI I SEPARATORI IL
      *    CODICE DEVE AVERE ESATTAMENTE W-LUNG CARATTERI ALFANUMERICI
      *----------------------------------------------------------------*
       2200-CERCA-CODICE.
           SET CODICE-ASSENTE           TO TRUE
           MOVE SPACE                   TO W-CODICE
           MOVE ZERO                    TO W-POS
           INSPECT W-NOTE TALLYING W-POS
                   FOR CHARACTERS BEFORE INITIAL W-DICITURA
           IF  W-POS = 500
           THEN
               GO TO 2200-CERCA-CODICE-X
           END-IF
           IF  W-POS > ZERO
           THEN
               MOVE W-NOTE(W-POS:1)     TO W-CARA
               IF  W-CARA IS NUMERIC
               OR (W-CARA IS ALPHABETIC-UPPER AND W-CARA NOT = SPACE)
               THEN
                   GO TO 2200-CERCA-CODICE-X
               END-IF
           END-IF
      *
           COMPUTE W-INIZIO = W-POS + 4
           PERFORM 2210-SALTA-SEP       THRU 2210-SALTA-SEP-X
                   UNTIL W-INIZIO > 480
                   OR   (W-NOTE(W-INIZIO:1) NOT = SPACE AND
                         W-NOTE(W-INIZIO:1) NOT = '/'   AND
                         W-NOTE(W-INIZIO:1) NOT = ':'   AND
                         W-NOTE(W-INIZIO:1) NOT = '='   AND
                         W-NOTE(W-INIZIO:1) NOT = '.'   AND
                         W-NOTE(W-INIZIO:1) NOT = '-')
           IF  W-INIZIO > 480
           THEN
               SET CODICE-ERRATO        TO TRUE
               GO TO 2200-CERCA-CODICE-X
           END-IF
      *
           MOVE W-NOTE(W-INIZIO:W-LUNG) TO W-CODICE
           SET CODICE-VALIDO            TO TRUE
           PERFORM 2220-VERIFICA-CARA   THRU 2220-VERIFICA-CARA-X
                   VARYING W-I FROM 1 BY 1
                   UNTIL W-I > W-LUNG
                   OR    CODICE-ERRATO
      *    IL CARATTERE SUCCESSIVO NON DEVE ALLUNGARE IL CODICE
           MOVE W-NOTE(W-INIZIO + W-LUNG:1) TO W-CARA
           IF  W-CARA IS NUMERIC
           OR (W-CARA IS ALPHABETIC-UPPER AND W-CARA NOT = SPACE)
           THEN
               SET CODICE-ERRATO        TO TRUE
           END-IF.
      *----------------------------------------------------------------*
       2200-CERCA-CODICE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2210-SALTA-SEP.
           ADD 1                        TO W-INIZIO.
      *----------------------------------------------------------------*
       2210-SALTA-SEP-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2220-VERIFICA-CARA.
           MOVE W-CODICE(W-I:1)         TO W-CARA
           IF  W-CARA IS NUMERIC
           OR (W-CARA IS ALPHABETIC-UPPER AND W-CARA NOT = SPACE)
           THEN
               CONTINUE
           ELSE
               SET CODICE-ERRATO        TO TRUE
           END-IF.
      *----------------------------------------------------------------*
       2220-VERIFICA-CARA-X.
           EXIT.
      *
      ********************** EOM BE300KE ********************************
