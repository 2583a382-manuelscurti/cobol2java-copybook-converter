      ******************************************************************
      *                        TE0009B7                                *
      *                                                                *
      *  PROCEDURA    : ARCHIVIO CONTRATTO - CATALOGO PRODOTTI         *
      *  DESCRIZIONE  : SOTTOPROGRAMMA COMUNE RICHIAMATO VIA LINK      *
      *                 DALLA MANUTENZIONE ONLINE DEI CONTRATTI E DEL  *
      *                 CATALOGO E VIA CALL DAI BATCH (TE0009RA,       *
      *                 TE0009RL) E DA TE0009B6. IL CATALOGO DICE      *
      *                 QUALI COMBINAZIONI CATEGORIA/SOTTOCATEGORIA/   *
      *                 PRODOTTO (CODCTG/CODSTG/CODPDT) SONO VALIDE,   *
      *                 DA QUANDO E FINO A QUANDO SI VENDE,            *
      *                 SE AMMETTE L'ABILITAZIONE CBI E QUERCIA        *
      *                 (FABLCB/FABLCF) E QUALI PROGRAMMI DI FLUSSO    *
      *                 (YPPFIF) CON QUALE TIPO (FTIPFL) PUO' AVERE:   *
      *                   'V' VALIDA I DATI DEL CONTRATTO; SI FERMA AL *
      *                       PRIMO CAMPO RIFIUTATO                    *
      *                   'P' REGISTRA O AGGIORNA UN PRODOTTO (ANCHE   *
      *                       LA DATA DI FINE PER RITIRARLO)           *
      *                   'F' AMMETTE UN PROGRAMMA DI FLUSSO PER IL    *
      *                       PRODOTTO (FLUSSO 1 DELL'AREA)            *
      *                   'X' TOGLIE UN PROGRAMMA AMMESSO              *
      *                   'E' ELENCA I PROGRAMMI AMMESSI               *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ARCHIVIO CONTRATTO *
      *  INPUT        : AREA TE0009W7, T_TE_CATALOGO, T_TE_CAT_FLUSSI, *
      *                 T_FLU_PROGRAMMI (DB2)                          *
      *  OUTPUT       : AREA TE0009W7 (ESITO, CAMPO, MOTIVO, ELENCO),  *
      *                 T_TE_CATALOGO, T_TE_CAT_FLUSSI                 *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - CATALOGO PRODOTTI E VALIDAZIONE DEI  *
      *           CONTRATTI                                            *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     TE0009B7.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA  DIVISION.
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *    DATA DI FINE DEL PRODOTTO SENZA SCADENZA
       01  W-FINE-APERTA               PIC  X(10) VALUE '9999-12-31'.
      *
       01  W-CBI-AMM                   PIC  X(01) VALUE SPACE.
       01  W-QRC-AMM                   PIC  X(01) VALUE SPACE.
       01  W-DT-INIZIO                 PIC  X(10) VALUE SPACE.
       01  W-DT-FINE                   PIC  X(10) VALUE SPACE.
       01  W-DATA                      PIC  X(10) VALUE SPACE.
       01  W-I                         PIC  9(01) VALUE ZERO.
       01  W-YPPFIF                    PIC  X(08) VALUE SPACE.
       01  W-FTIPFL                    PIC  X(01) VALUE SPACE.
       01  W-TIPO-AMM                  PIC  X(01) VALUE SPACE.
       01  W-TIPO-CAT                  PIC  X(01) VALUE SPACE.
      *
       01  SW-FINE-PGM                 PIC  X(01) VALUE 'N'.
           88  FINE-PGM                            VALUE 'S'.
      *
           EXEC SQL DECLARE CURS-PGM CURSOR FOR
               SELECT  CFP_PROGRAMMA, CFP_TIPO_FLU
                 FROM  T_TE_CAT_FLUSSI
                WHERE  CFP_CODCTG = :K907-CODCTG
                  AND  CFP_CODSTG = :K907-CODSTG
                  AND  CFP_CODPDT = :K907-CODPDT
                ORDER BY CFP_PROGRAMMA
           END-EXEC.
      *
      *----------------------------------------------------------------*
       LINKAGE  SECTION.
      *----------------------------------------------------------------*
           COPY TE0009W7.
      *
       PROCEDURE  DIVISION USING K907-AREA.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           SET K907-OK                  TO TRUE
           MOVE SPACE                   TO K907-MOTIVO
                                           K907-CAMPO
                                           K907-MSG
           EVALUATE TRUE
             WHEN K907-FUNZ-VALIDA
                  PERFORM 1000-VALIDA    THRU 1000-VALIDA-X
             WHEN K907-FUNZ-PRODOTTO
                  PERFORM 2000-PRODOTTO  THRU 2000-PRODOTTO-X
             WHEN K907-FUNZ-AMMETTI
                  PERFORM 3000-AMMETTI   THRU 3000-AMMETTI-X
             WHEN K907-FUNZ-TOGLI
                  PERFORM 4000-TOGLI     THRU 4000-TOGLI-X
             WHEN K907-FUNZ-ELENCA
                  PERFORM 5000-ELENCA    THRU 5000-ELENCA-X
             WHEN OTHER
                  SET K907-KO            TO TRUE
                  MOVE 'FUNZ'            TO K907-MOTIVO
                  MOVE 'FUNZIONE NON PREVISTA'
                                         TO K907-MSG
           END-EVALUATE
           GOBACK.
      *
      *----------------------------------------------------------------*
      *    1000-VALIDA: COMBINAZIONE A CATALOGO, PRODOTTO IN VENDITA
      *    (SOLO CONTRATTO NUOVO), ABILITAZIONI E PROGRAMMI DI FLUSSO
      *----------------------------------------------------------------*
       1000-VALIDA.
           PERFORM 1900-LEGGI-PRODOTTO  THRU 1900-LEGGI-PRODOTTO-X
           IF  K907-KO
           THEN
               GO TO 1000-VALIDA-X
           END-IF
           IF  W-DT-FINE = W-FINE-APERTA
           THEN
               MOVE SPACE               TO K907-DT-FINE
           ELSE
               MOVE W-DT-FINE           TO K907-DT-FINE
           END-IF
      *
           IF  K907-CONTRATTO-NUOVO
           THEN
               IF  K907-DATA-RIF = SPACE
               THEN
                   EXEC SQL
                        VALUES CHAR(CURRENT DATE, ISO)
                          INTO :K907-DATA-RIF
                   END-EXEC
               END-IF
               IF  W-DT-INIZIO > K907-DATA-RIF
               THEN
                   SET K907-KO          TO TRUE
                   MOVE 'PRDS'          TO K907-MOTIVO
                   MOVE 'CODPDT'        TO K907-CAMPO
                   MOVE 'PRODOTTO NON ANCORA IN VENDITA'
                                        TO K907-MSG
                   GO TO 1000-VALIDA-X
               END-IF
               IF  W-DT-FINE < K907-DATA-RIF
               THEN
                   SET K907-KO          TO TRUE
                   MOVE 'PRDF'          TO K907-MOTIVO
                   MOVE 'CODPDT'        TO K907-CAMPO
                   MOVE 'PRODOTTO RITIRATO DAL CATALOGO'
                                        TO K907-MSG
                   GO TO 1000-VALIDA-X
               END-IF
           END-IF
      *
           IF  K907-FABLCB = 'S' AND W-CBI-AMM NOT = 'S'
           THEN
               SET K907-KO              TO TRUE
               MOVE 'ABCB'              TO K907-MOTIVO
               MOVE 'FABLCB'            TO K907-CAMPO
               MOVE 'ABILITAZIONE CBI NON AMMESSA'
                                        TO K907-MSG
               GO TO 1000-VALIDA-X
           END-IF
           IF  K907-FABLCF = 'S' AND W-QRC-AMM NOT = 'S'
           THEN
               SET K907-KO              TO TRUE
               MOVE 'ABCF'              TO K907-MOTIVO
               MOVE 'FABLCF'            TO K907-CAMPO
               MOVE 'ABILITAZIONE QUERCIA NON AMMESSA'
                                        TO K907-MSG
               GO TO 1000-VALIDA-X
           END-IF
      *
           IF  K907-NUM-FLU > 5
           THEN
               MOVE 5                   TO K907-NUM-FLU
           END-IF
           PERFORM 1100-FLUSSO          THRU 1100-FLUSSO-X
                   VARYING W-I FROM 1 BY 1
                   UNTIL W-I > K907-NUM-FLU
                   OR    K907-KO.
      *----------------------------------------------------------------*
       1000-VALIDA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       1100-FLUSSO.
           IF  K907-YPPFIF(W-I) = SPACE
           THEN
               GO TO 1100-FLUSSO-X
           END-IF
           MOVE K907-YPPFIF(W-I)        TO W-YPPFIF
           MOVE K907-FTIPFL(W-I)        TO W-FTIPFL
           MOVE SPACE                   TO W-TIPO-AMM
           EXEC SQL SELECT CFP_TIPO_FLU
                      INTO :W-TIPO-AMM
                      FROM T_TE_CAT_FLUSSI
                     WHERE CFP_CODCTG    = :K907-CODCTG
                       AND CFP_CODSTG    = :K907-CODSTG
                       AND CFP_CODPDT    = :K907-CODPDT
                       AND CFP_PROGRAMMA = :W-YPPFIF
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET K907-KO              TO TRUE
               MOVE 'FLUP'              TO K907-MOTIVO
               MOVE 'YPPFIF'            TO K907-CAMPO
               MOVE 'PROGRAMMA DI FLUSSO NON AMMESSO'
                                        TO K907-MSG
               GO TO 1100-FLUSSO-X
           END-IF
           IF  W-FTIPFL NOT = SPACE AND W-FTIPFL NOT = W-TIPO-AMM
           THEN
               SET K907-KO              TO TRUE
               MOVE 'FLUT'              TO K907-MOTIVO
               MOVE 'FTIPFL'            TO K907-CAMPO
               MOVE 'TIPO FLUSSO NON AMMESSO PER IL PROGRAMMA'
                                        TO K907-MSG
           END-IF.
      *----------------------------------------------------------------*
       1100-FLUSSO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       1900-LEGGI-PRODOTTO.
           EXEC SQL SELECT CAT_CBI_AMM, CAT_QRC_AMM,
                           CHAR(CAT_DT_INIZIO, ISO),
                           CHAR(CAT_DT_FINE, ISO)
                      INTO :W-CBI-AMM, :W-QRC-AMM,
                           :W-DT-INIZIO, :W-DT-FINE
                      FROM T_TE_CATALOGO
                     WHERE CAT_CODCTG = :K907-CODCTG
                       AND CAT_CODSTG = :K907-CODSTG
                       AND CAT_CODPDT = :K907-CODPDT
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET K907-KO              TO TRUE
               MOVE 'PRDC'              TO K907-MOTIVO
               MOVE 'CODPDT'            TO K907-CAMPO
               MOVE 'CATEGORIA/PRODOTTO NON A CATALOGO'
                                        TO K907-MSG
           END-IF.
      *----------------------------------------------------------------*
       1900-LEGGI-PRODOTTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-PRODOTTO: DATA DI INIZIO A SPAZI = OGGI, DATA DI FINE
      *    A SPAZI = SENZA SCADENZA
      *----------------------------------------------------------------*
       2000-PRODOTTO.
           IF  (K907-CBI-AMM NOT = 'S' AND NOT = 'N')
           OR  (K907-QRC-AMM NOT = 'S' AND NOT = 'N')
           THEN
               SET K907-KO              TO TRUE
               MOVE 'DATI'              TO K907-MOTIVO
               MOVE 'ABILITAZIONI AMMESSE DIVERSE DA S/N'
                                        TO K907-MSG
               GO TO 2000-PRODOTTO-X
           END-IF
           IF  K907-DT-INIZIO = SPACE
           THEN
               EXEC SQL
                    VALUES CHAR(CURRENT DATE, ISO)
                      INTO :K907-DT-INIZIO
               END-EXEC
           END-IF
           IF  K907-DT-FINE = SPACE
           THEN
               MOVE W-FINE-APERTA       TO W-DT-FINE
           ELSE
               MOVE K907-DT-FINE        TO W-DT-FINE
           END-IF
           EXEC SQL
                VALUES CHAR(DATE(:K907-DT-INIZIO), ISO)
                  INTO :W-DT-INIZIO
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               EXEC SQL
                    VALUES CHAR(DATE(:W-DT-FINE), ISO)
                      INTO :W-DATA
               END-EXEC
           END-IF
           IF  SQLCODE NOT = ZERO OR W-DT-FINE < W-DT-INIZIO
           THEN
               SET K907-KO              TO TRUE
               MOVE 'DATA'              TO K907-MOTIVO
               MOVE 'DATE DI INIZIO/FINE NON VALIDE'
                                        TO K907-MSG
               GO TO 2000-PRODOTTO-X
           END-IF
      *
           EXEC SQL UPDATE T_TE_CATALOGO
                       SET CAT_DESCR     = :K907-DESCR,
                           CAT_CBI_AMM   = :K907-CBI-AMM,
                           CAT_QRC_AMM   = :K907-QRC-AMM,
                           CAT_DT_INIZIO = DATE(:W-DT-INIZIO),
                           CAT_DT_FINE   = DATE(:W-DT-FINE),
                           CAT_UTENTE    = :K907-UTENTE,
                           CAT_DATA_AGG  = CURRENT TIMESTAMP
                     WHERE CAT_CODCTG = :K907-CODCTG
                       AND CAT_CODSTG = :K907-CODSTG
                       AND CAT_CODPDT = :K907-CODPDT
           END-EXEC
           IF  SQLCODE = 100
           THEN
               EXEC SQL INSERT INTO T_TE_CATALOGO
                               (CAT_CODCTG
                               ,CAT_CODSTG
                               ,CAT_CODPDT
                               ,CAT_DESCR
                               ,CAT_CBI_AMM
                               ,CAT_QRC_AMM
                               ,CAT_DT_INIZIO
                               ,CAT_DT_FINE
                               ,CAT_UTENTE
                               ,CAT_DATA_AGG)
                        VALUES (:K907-CODCTG
                               ,:K907-CODSTG
                               ,:K907-CODPDT
                               ,:K907-DESCR
                               ,:K907-CBI-AMM
                               ,:K907-QRC-AMM
                               ,DATE(:W-DT-INIZIO)
                               ,DATE(:W-DT-FINE)
                               ,:K907-UTENTE
                               ,CURRENT TIMESTAMP)
               END-EXEC
           END-IF
           IF  SQLCODE NOT = ZERO
           THEN
               SET K907-KO              TO TRUE
               MOVE 'SQLE'              TO K907-MOTIVO
               MOVE 'ERRORE DI REGISTRAZIONE DEL PRODOTTO'
                                        TO K907-MSG
           END-IF.
      *----------------------------------------------------------------*
       2000-PRODOTTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-AMMETTI: IL PROGRAMMA DEVE ESSERE TRA I FLUSSI VALIDI
      *    (T_FLU_PROGRAMMI) E IL TIPO E' QUELLO DEL PROGRAMMA
      *----------------------------------------------------------------*
       3000-AMMETTI.
           PERFORM 1900-LEGGI-PRODOTTO  THRU 1900-LEGGI-PRODOTTO-X
           IF  K907-KO
           THEN
               GO TO 3000-AMMETTI-X
           END-IF
           MOVE K907-YPPFIF(1)          TO W-YPPFIF
           MOVE SPACE                   TO W-TIPO-CAT
           EXEC SQL SELECT PGF_TIPO_FLU
                      INTO :W-TIPO-CAT
                      FROM T_FLU_PROGRAMMI
                     WHERE PGF_PROGRAMMA = :W-YPPFIF
                       AND PGF_STATO     = 'A'
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET K907-KO              TO TRUE
               MOVE 'PGMV'              TO K907-MOTIVO
               MOVE 'YPPFIF'            TO K907-CAMPO
               MOVE 'PROGRAMMA NON TRA I FLUSSI VALIDI'
                                        TO K907-MSG
               GO TO 3000-AMMETTI-X
           END-IF
           IF  K907-FTIPFL(1) = SPACE
           THEN
               MOVE W-TIPO-CAT          TO K907-FTIPFL(1)
           END-IF
           IF  K907-FTIPFL(1) NOT = W-TIPO-CAT
           THEN
               SET K907-KO              TO TRUE
               MOVE 'TIPO'              TO K907-MOTIVO
               MOVE 'FTIPFL'            TO K907-CAMPO
               MOVE 'TIPO FLUSSO DIVERSO DAL PROGRAMMA'
                                        TO K907-MSG
               GO TO 3000-AMMETTI-X
           END-IF
           EXEC SQL INSERT INTO T_TE_CAT_FLUSSI
                           (CFP_CODCTG
                           ,CFP_CODSTG
                           ,CFP_CODPDT
                           ,CFP_PROGRAMMA
                           ,CFP_TIPO_FLU)
                    VALUES (:K907-CODCTG
                           ,:K907-CODSTG
                           ,:K907-CODPDT
                           ,:W-YPPFIF
                           ,:W-TIPO-CAT)
           END-EXEC
           EVALUATE SQLCODE
             WHEN ZERO
                  CONTINUE
             WHEN -803
                  SET K907-KO            TO TRUE
                  MOVE 'PRES'            TO K907-MOTIVO
                  MOVE 'PROGRAMMA GIA'' AMMESSO PER IL PRODOTTO'
                                         TO K907-MSG
             WHEN OTHER
                  SET K907-KO            TO TRUE
                  MOVE 'SQLE'            TO K907-MOTIVO
                  MOVE 'ERRORE DI REGISTRAZIONE DEL PROGRAMMA'
                                         TO K907-MSG
           END-EVALUATE.
      *----------------------------------------------------------------*
       3000-AMMETTI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-TOGLI: I CONTRATTI CHE GIA' HANNO IL PROGRAMMA LO
      *    TENGONO; TE0009RL LI SEGNALA FUORI CATALOGO
      *----------------------------------------------------------------*
       4000-TOGLI.
           MOVE K907-YPPFIF(1)          TO W-YPPFIF
           EXEC SQL DELETE FROM T_TE_CAT_FLUSSI
                     WHERE CFP_CODCTG    = :K907-CODCTG
                       AND CFP_CODSTG    = :K907-CODSTG
                       AND CFP_CODPDT    = :K907-CODPDT
                       AND CFP_PROGRAMMA = :W-YPPFIF
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET K907-KO              TO TRUE
               MOVE 'ASSE'              TO K907-MOTIVO
               MOVE 'PROGRAMMA NON AMMESSO PER IL PRODOTTO'
                                        TO K907-MSG
           END-IF.
      *----------------------------------------------------------------*
       4000-TOGLI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5000-ELENCA.
           MOVE ZERO                    TO K907-NUM-PGM
           MOVE 'N'                     TO SW-FINE-PGM
           EXEC SQL OPEN CURS-PGM END-EXEC
           PERFORM 5100-CARICA-PGM      THRU 5100-CARICA-PGM-X
                   UNTIL FINE-PGM
                   OR    K907-NUM-PGM NOT < 20
           EXEC SQL CLOSE CURS-PGM END-EXEC.
      *----------------------------------------------------------------*
       5000-ELENCA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5100-CARICA-PGM.
           EXEC SQL FETCH CURS-PGM
                    INTO :W-YPPFIF, :W-FTIPFL
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-PGM             TO TRUE
           ELSE
               ADD 1                    TO K907-NUM-PGM
               MOVE W-YPPFIF            TO
                    K907-P-PROGRAMMA (K907-NUM-PGM)
               MOVE W-FTIPFL            TO
                    K907-P-TIPO-FLU (K907-NUM-PGM)
           END-IF.
      *----------------------------------------------------------------*
       5100-CARICA-PGM-X.
           EXIT.
      *
      ********************** EOM TE0009B7 *******************************
