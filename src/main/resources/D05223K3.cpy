      ******************************************************************
      *                        D05223K3                                *
      *                                                                *
      *  TRANSAZIONE  : DFAX - STORNO DELLA SEGNALAZIONE DI EROGAZIONE *
      *  DESCRIZIONE  : SOTTOPROGRAMMA COMUNE RICHIAMATO VIA CALL      *
      *                 (PROCEDURE DIVISION USING, COME BE300K7) DALLE *
      *                 FUNZIONI DEI FERMI (D05223I4, D05223I8) E DAI  *
      *                 BATCH (D05223S1, AN0233RT)                     *
      *                 DOPO AVER ANNULLATO ('X') UN BONIFICO AL       *
      *                 DEALER NATO FERMO. ALLA NASCITA DEL BONIFICO   *
      *                 D05223A0 HA GIA' SEGNALATO L'EROGAZIONE        *
      *                 (SCADENZA IN 'E', EVENTO SIC 'E', RIGA 'E'     *
      *                 DEL REGISTRO IMSIP): PER LE PRATICHE CHE NON   *
      *                 HANNO PIU' NESSUN BONIFICO VIVO E CHE NON SONO *
      *                 ANNULLATE (QUELLE LE RETTIFICANO D05223S0 E    *
      *                 D05223S6 DA T_DFAX_ANNULLO):                   *
      *                  - EVENTI SIC 'E'/'V' NON ANCORA INVIATI O     *
      *                    SCARTATI: CANCELLATI; SEGNALAZIONE GIA'     *
      *                    INVIATA: RETTIFICA 'C' CON I DATI           *
      *                    DELL'ULTIMA, COME D05223S0                  *
      *                  - RIGA IMSIP 'E' NON ANCORA LIQUIDATA:        *
      *                    CANCELLATA; GIA' LIQUIDATA: STORNO 'S' A    *
      *                    CREDITO, COME D05223S6                      *
      *                  - SCADENZA DI NUOVO ATTIVA ('A'): LA PRATICA  *
      *                    PUO' ESSERE RIPROPOSTA E TORNA NELLO SWEEP  *
      *                 PRATICA A ZERO = TUTTE LE PRATICHE DA          *
      *                 STORNARE. NESSUN COMMIT: L'UNITA' DI LAVORO E' *
      *                 QUELLA DEL CHIAMANTE, CHE SU ESITO 'E' FA      *
      *                 ROLLBACK                                       *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : AREA K303 (PRATICA), T_DFAX_SCAD,              *
      *                 T_DFAX_BONIF, BE00TBMO, T_DFAX_ANNULLO (DB2)   *
      *  OUTPUT       : AREA K303 (ESITO, SQLCODE, PRATICHE STORNATE), *
      *                 T_DFAX_SIC_EVT, T_DFAX_IMSIP, T_DFAX_SCAD      *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - STORNO DI SCADENZA, SIC E IMSIP PER  *
      *           I BONIFICI FERMI ANNULLATI                           *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223K3.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA  DIVISION.
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  W-NUM-PRA                   PIC  9(14) VALUE ZERO.
      *
       01  SW-FINE-STORNO              PIC  X(01) VALUE 'N'.
           88  FINE-STORNO                         VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    PRATICHE SEGNALATE COME EROGATE CHE HANNO SOLO BONIFICI AL
      *    DEALER ANNULLATI (UN'ESTINZIONE PARTITA E' GIA' EROGAZIONE)
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-STORNO CURSOR FOR
               SELECT  SCA.SCA_NUM_PRA
                 FROM  T_DFAX_SCAD SCA
                WHERE  SCA.SCA_STATO = 'E'
                  AND  (SCA.SCA_NUM_PRA = :K303-COMM-NUM-PRA
                    OR  :K303-COMM-NUM-PRA = 0)
                  AND  EXISTS
                       (SELECT 1
                          FROM T_DFAX_BONIF BON
                         WHERE BON.BON_NUM_PRA = SCA.SCA_NUM_PRA
                           AND (BON.BON_TIPO_MOV IS NULL
                            OR  BON.BON_TIPO_MOV <> 'E'))
                  AND  NOT EXISTS
                       (SELECT 1
                          FROM T_DFAX_BONIF BON, BE00TBMO MO
                         WHERE BON.BON_NUM_PRA = SCA.SCA_NUM_PRA
                           AND MO.ISTITUTO     = 100
                           AND MO.NUM_DIST     = BON.BON_NUM_DIST
                           AND MO.NUM_MOV      = BON.BON_NUM_MOV
                           AND MO.STATO_MOV   <> 'X')
                  AND  NOT EXISTS
                       (SELECT 1
                          FROM T_DFAX_ANNULLO ANN
                         WHERE ANN.ANN_NUM_PRA = SCA.SCA_NUM_PRA
                           AND ANN.ANN_STATO   = 'L')
                FOR UPDATE OF SCA_STATO, SCA_DATA_AGG
           END-EXEC.
      *
      *----------------------------------------------------------------*
       LINKAGE  SECTION.
      *----------------------------------------------------------------*
       01  K303-AREA.
           02  K303-COMM-NUM-PRA        PIC  9(14).
           02  K303-COMM-ESITO          PIC  X(01).
               88  K303-COMM-OK                      VALUE 'S'.
               88  K303-COMM-ERRORE                  VALUE 'E'.
           02  K303-COMM-SQLCODE        PIC S9(09)  COMP.
           02  K303-COMM-NUM-STORNI     PIC  9(05).
      *
       PROCEDURE  DIVISION USING K303-AREA.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           SET K303-COMM-OK             TO TRUE
           MOVE ZERO                    TO K303-COMM-SQLCODE
                                           K303-COMM-NUM-STORNI
           PERFORM 1000-STORNI          THRU 1000-STORNI-X
           GOBACK.
      *
      *----------------------------------------------------------------*
       1000-STORNI.
           MOVE 'N'                     TO SW-FINE-STORNO
           EXEC SQL OPEN CURS-STORNO END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET K303-COMM-ERRORE     TO TRUE
               MOVE SQLCODE             TO K303-COMM-SQLCODE
               GO TO 1000-STORNI-X
           END-IF
           PERFORM 2000-STORNA-PRATICA  THRU 2000-STORNA-PRATICA-X
                   UNTIL FINE-STORNO
           EXEC SQL CLOSE CURS-STORNO END-EXEC.
      *----------------------------------------------------------------*
       1000-STORNI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-STORNA-PRATICA: SIC E IMSIP PRIMA, LA SCADENZA PER
      *    ULTIMA (E' LEI CHE TIENE LA PRATICA NEL CURSORE)
      *----------------------------------------------------------------*
       2000-STORNA-PRATICA.
           EXEC SQL FETCH CURS-STORNO
                    INTO :W-NUM-PRA
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-STORNO          TO TRUE
               GO TO 2000-STORNA-PRATICA-X
           END-IF
           IF  SQLCODE NOT = ZERO
           THEN
               GO TO 2000-STORNA-PRATICA-E
           END-IF
      *
      *    SIC: GLI EVENTI NON ANCORA PARTITI (O SCARTATI) SPARISCONO;
      *    SE L'ULTIMO RIMASTO E' UNA SEGNALAZIONE GIA' INVIATA SI
      *    ACCODA LA RETTIFICA 'C' CON I SUOI DATI
           EXEC SQL DELETE FROM T_DFAX_SIC_EVT
                     WHERE SIC_NUM_PRA = :W-NUM-PRA
                       AND SIC_EVENTO IN ('E', 'V')
                       AND SIC_STATO  IN ('N', 'S')
           END-EXEC
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
           THEN
               GO TO 2000-STORNA-PRATICA-E
           END-IF
           EXEC SQL INSERT INTO T_DFAX_SIC_EVT
                       (SIC_NUM_PRA, SIC_EVENTO, SIC_CODCLI,
                        SIC_CODSOC, SIC_VDR, SIC_PRODOTTO,
                        SIC_NOMCLI, SIC_INDCLI, SIC_CAPCLI,
                        SIC_CITTACLI, SIC_IMPFIN, SIC_NUMDUR,
                        SIC_IMPMENS, SIC_CODMAXI, SIC_IMPMAXI,
                        SIC_DATA_EVENTO, SIC_STATO, SIC_TENTATIVI,
                        SIC_DATA_INS, SIC_DATA_AGG)
               SELECT  E.SIC_NUM_PRA, 'C',
                       E.SIC_CODCLI, E.SIC_CODSOC, E.SIC_VDR,
                       E.SIC_PRODOTTO, E.SIC_NOMCLI, E.SIC_INDCLI,
                       E.SIC_CAPCLI, E.SIC_CITTACLI, E.SIC_IMPFIN,
                       E.SIC_NUMDUR, E.SIC_IMPMENS, E.SIC_CODMAXI,
                       E.SIC_IMPMAXI, CURRENT DATE, 'N', 0,
                       CURRENT TIMESTAMP, CURRENT TIMESTAMP
                 FROM  T_DFAX_SIC_EVT E
                WHERE  E.SIC_NUM_PRA = :W-NUM-PRA
                  AND  E.SIC_EVENTO NOT IN ('C', 'W')
                  AND  E.SIC_DATA_INS =
                       (SELECT MAX(X.SIC_DATA_INS)
                          FROM T_DFAX_SIC_EVT X
                         WHERE X.SIC_NUM_PRA = E.SIC_NUM_PRA)
           END-EXEC
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
           THEN
               GO TO 2000-STORNA-PRATICA-E
           END-IF
      *    IMSIP: LA RIGA NON ANCORA LIQUIDATA SPARISCE
           EXEC SQL DELETE FROM T_DFAX_IMSIP
                     WHERE IMS_NUM_PRA   = :W-NUM-PRA
                       AND IMS_MOVIMENTO = 'E'
                       AND IMS_MESE_LIQ  = 0
           END-EXEC
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
           THEN
               GO TO 2000-STORNA-PRATICA-E
           END-IF
      *    IMSIP: RIGA GIA' LIQUIDATA E NON STORNATA, STORNO A CREDITO
      *    NEL PRIMO MESE CHE SI LIQUIDA
           EXEC SQL INSERT INTO T_DFAX_IMSIP
                       (IMS_NUM_PRA, IMS_MOVIMENTO, IMS_CODSOC,
                        IMS_CATEGORIA, IMS_PRODOTTO, IMS_VDR,
                        IMS_IMPORTO, IMS_IMPFIN, IMS_DATA_COMP,
                        IMS_MESE_LIQ, IMS_DATA_INS, IMS_DATA_AGG)
               SELECT  E.IMS_NUM_PRA, 'S', E.IMS_CODSOC,
                       E.IMS_CATEGORIA, E.IMS_PRODOTTO, E.IMS_VDR,
                       0 - E.IMS_IMPORTO, 0 - E.IMS_IMPFIN,
                       CURRENT DATE, 0,
                       CURRENT TIMESTAMP, CURRENT TIMESTAMP
                 FROM  T_DFAX_IMSIP E
                WHERE  E.IMS_NUM_PRA   = :W-NUM-PRA
                  AND  E.IMS_MOVIMENTO = 'E'
                  AND  E.IMS_MESE_LIQ <> 0
                  AND  NOT EXISTS
                       (SELECT 1
                          FROM T_DFAX_IMSIP S
                         WHERE S.IMS_NUM_PRA   = E.IMS_NUM_PRA
                           AND S.IMS_MOVIMENTO = 'S'
                           AND S.IMS_DATA_INS  > E.IMS_DATA_INS)
           END-EXEC
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
           THEN
               GO TO 2000-STORNA-PRATICA-E
           END-IF
      *
           EXEC SQL UPDATE T_DFAX_SCAD
                       SET SCA_STATO    = 'A',
                           SCA_DATA_AGG = CURRENT TIMESTAMP
                     WHERE CURRENT OF CURS-STORNO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               GO TO 2000-STORNA-PRATICA-E
           END-IF
           ADD 1                        TO K303-COMM-NUM-STORNI
           GO TO 2000-STORNA-PRATICA-X.
      *
       2000-STORNA-PRATICA-E.
           SET K303-COMM-ERRORE         TO TRUE
           MOVE SQLCODE                 TO K303-COMM-SQLCODE
           SET FINE-STORNO              TO TRUE.
      *----------------------------------------------------------------*
       2000-STORNA-PRATICA-X.
           EXIT.
      *
      ********************** EOM D05223K3 *******************************
