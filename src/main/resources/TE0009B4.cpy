      ******************************************************************
      *                        TE0009B4                                *
      *                                                                *
      *  PROCEDURA    : ARCHIVIO CONTRATTO - CONTROLLO CODICI CBI      *
      *  DESCRIZIONE  : SOTTOPROGRAMMA COMUNE RICHIAMATO VIA LINK      *
      *                 DALLA MANUTENZIONE ONLINE DEI CONTRATTI E VIA  *
      *                 CALL DAI BATCH (TE0009RA, TE0009RB, TE0009RI). *
      *                 CONTROLLA I CODICI SIA (CODSIA, CSIAPR) E ABI  *
      *                 (CODABI, CBCALE, CABIQU) DEL CONTRATTO CONTRO  *
      *                 L'ELENCO PARTECIPANTI CBI CARICATO OGNI MESE   *
      *                 DA TE0009RH (T_TE_DIR_CBI):                    *
      *                  - OGNI CODICE VALORIZZATO DEVE ESSERE ATTIVO  *
      *                    (DIR_STATO 'A')                             *
      *                  - IL SIA DEL CONTRATTO DEVE APPARTENERE ALLA  *
      *                    BANCA DEL CONTRATTO (DIR_CODABI = CODABI)   *
      *                 SI FERMA AL PRIMO CODICE RIFIUTATO             *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ARCHIVIO CONTRATTO *
      *  INPUT        : COMMAREA TE0009W4 (CODICI), T_TE_DIR_CBI (DB2) *
      *  OUTPUT       : COMMAREA TE0009W4 (ESITO, CAMPO, MOTIVO)       *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - CONTROLLO DEI CODICI SIA/ABI CONTRO  *
      *           L'ELENCO PARTECIPANTI CBI                            *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     TE0009B4.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA  DIVISION.
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  W-CONTA                     PIC S9(05) COMP-3 VALUE ZERO.
       01  W-CODICE                    PIC  X(05) VALUE SPACE.
       01  W-ABI-DEL-SIA               PIC  X(05) VALUE SPACE.
      *
      *----------------------------------------------------------------*
       LINKAGE  SECTION.
      *----------------------------------------------------------------*
           COPY TE0009W4.
      *
       PROCEDURE  DIVISION USING K904-AREA.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           SET K904-OK                  TO TRUE
           MOVE SPACE                   TO K904-CAMPO
                                           K904-MSG
           PERFORM 1000-CONTROLLA   THRU 1000-CONTROLLA-X
           GOBACK.
      *
      *----------------------------------------------------------------*
       1000-CONTROLLA.
           MOVE K904-CODSIA             TO W-CODICE
           MOVE 'CODSIA'                TO K904-CAMPO
           PERFORM 2000-SIA-ATTIVO  THRU 2000-SIA-ATTIVO-X
           IF  K904-KO
           THEN
               GO TO 1000-CONTROLLA-X
           END-IF
           MOVE K904-CSIAPR             TO W-CODICE
           MOVE 'CSIAPR'                TO K904-CAMPO
           PERFORM 2000-SIA-ATTIVO  THRU 2000-SIA-ATTIVO-X
           IF  K904-KO
           THEN
               GO TO 1000-CONTROLLA-X
           END-IF
           MOVE K904-CODABI             TO W-CODICE
           MOVE 'CODABI'                TO K904-CAMPO
           PERFORM 3000-ABI-ATTIVO  THRU 3000-ABI-ATTIVO-X
           IF  K904-KO
           THEN
               GO TO 1000-CONTROLLA-X
           END-IF
           MOVE K904-CBCALE             TO W-CODICE
           MOVE 'CBCALE'                TO K904-CAMPO
           PERFORM 3000-ABI-ATTIVO  THRU 3000-ABI-ATTIVO-X
           IF  K904-KO
           THEN
               GO TO 1000-CONTROLLA-X
           END-IF
           MOVE K904-CABIQU             TO W-CODICE
           MOVE 'CABIQU'                TO K904-CAMPO
           PERFORM 3000-ABI-ATTIVO  THRU 3000-ABI-ATTIVO-X
           IF  K904-KO
           THEN
               GO TO 1000-CONTROLLA-X
           END-IF
      *
      *    IL SIA DEL CONTRATTO DEVE ESSERE QUELLO DELLA SUA BANCA
           IF  K904-CODSIA NOT = SPACE AND K904-CODABI NOT = SPACE
           THEN
               MOVE SPACE               TO W-ABI-DEL-SIA
               EXEC SQL SELECT DIR_CODABI
                          INTO :W-ABI-DEL-SIA
                          FROM T_TE_DIR_CBI
                         WHERE DIR_CODSIA = :K904-CODSIA
               END-EXEC
               IF  SQLCODE = ZERO AND W-ABI-DEL-SIA NOT = SPACE
               AND W-ABI-DEL-SIA NOT = K904-CODABI
               THEN
                   SET K904-KO          TO TRUE
                   MOVE 'CODSIA'        TO K904-CAMPO
                   MOVE 'SIA NON DELLA BANCA DEL CONTRATTO'
                                        TO K904-MSG
                   GO TO 1000-CONTROLLA-X
               END-IF
           END-IF
           MOVE SPACE                   TO K904-CAMPO.
      *----------------------------------------------------------------*
       1000-CONTROLLA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2000-SIA-ATTIVO.
           IF  W-CODICE = SPACE
           THEN
               GO TO 2000-SIA-ATTIVO-X
           END-IF
           MOVE ZERO                    TO W-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :W-CONTA
                      FROM T_TE_DIR_CBI
                     WHERE DIR_CODSIA = :W-CODICE
                       AND DIR_STATO  = 'A'
           END-EXEC
           IF  SQLCODE NOT = ZERO OR W-CONTA = ZERO
           THEN
               SET K904-KO              TO TRUE
               MOVE 'SIA NON ATTIVO NELL''ELENCO CBI'
                                        TO K904-MSG
           END-IF.
      *----------------------------------------------------------------*
       2000-SIA-ATTIVO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-ABI-ATTIVO.
           IF  W-CODICE = SPACE
           THEN
               GO TO 3000-ABI-ATTIVO-X
           END-IF
           MOVE ZERO                    TO W-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :W-CONTA
                      FROM T_TE_DIR_CBI
                     WHERE DIR_CODABI = :W-CODICE
                       AND DIR_STATO  = 'A'
           END-EXEC
           IF  SQLCODE NOT = ZERO OR W-CONTA = ZERO
           THEN
               SET K904-KO              TO TRUE
               MOVE 'ABI NON ATTIVO NELL''ELENCO CBI'
                                        TO K904-MSG
           END-IF.
      *----------------------------------------------------------------*
       3000-ABI-ATTIVO-X.
           EXIT.
      *
      ********************** EOM TE0009B4 *******************************
