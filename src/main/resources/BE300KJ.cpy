      ******************************************************************
      *                        BE300KJ                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - CONTROLLO POTERI DI FIRMA   *
      *  DESCRIZIONE  : SOTTOPROGRAMMA COMUNE RICHIAMATO VIA LINK      *
      *                 DALLA FUNZIONE DI AUTORIZZAZIONE PRIMA DI      *
      *                 REGISTRARE LA FIRMA (BE3P02-OPE-OP-AU-1 E, IN  *
      *                 SECONDA AUTORIZZAZIONE, OPE-OP-AU-2): VERIFICA *
      *                 SUL REGISTRO DELEGHE T_ANA_DELEGHE (AN0233KB)  *
      *                 CHE I FIRMATARI ABBIANO IL POTERE DI DISPORRE  *
      *                 L'IMPORTO SUL RAPPORTO ORDINANTE               *
      *                 (BE3P02-ORD-RAP-*) O SULL'NDG ORDINANTE:       *
      *                  - DELEGA ATTIVA, VALIDA ALLA DATA, DELEGATO   *
      *                    NON DECEDUTO, LIMITE ZERO (ILLIMITATO) O    *
      *                    NON INFERIORE ALL'IMPORTO                   *
      *                  - FIRMA DISGIUNTA ('D'): BASTA UN FIRMATARIO  *
      *                  - FIRMA CONGIUNTA ('C'): SERVONO DUE          *
      *                    FIRMATARI DIVERSI, ENTRAMBI CON POTERE      *
      *                    SULL'IMPORTO                                *
      *                 L'INTESTATARIO (ORD-NDG) FIRMA SEMPRE DA SOLO. *
      *                 RAPPORTO E NDG SENZA DELEGHE A REGISTRO NON    *
      *                 SONO CONTROLLATI (VALE LO SPECIMEN CARTACEO).  *
      *                 SOCIETA' ORDINANTE IN FALLIMENTO (PROCEDURA    *
      *                 'FA' APERTA SU T_ANA_PROC_CONC, DA AN0233RT):  *
      *                 DISPONE SOLO IL CURATORE CON DELEGA DI RUOLO   *
      *                 'CU' A REGISTRO; IN MANCANZA IL MOVIMENTO E'   *
      *                 RESPINTO IN AUTORIZZAZIONE E RESTA FERMO       *
      *                 ESITI: 'S' REGOLA RISPETTATA, '2' SERVE LA     *
      *                 SECONDA FIRMA CONGIUNTA, 'N' MOVIMENTO DA      *
      *                 RIFIUTARE (CON MOTIVO)                         *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : COMMAREA (RAPPORTO E NDG ORDINANTE, IMPORTO,   *
      *                 FIRMATARI), T_ANA_DELEGHE, T_ANA_NDG,          *
      *                 T_ANA_PROC_CONC (DB2)                          *
      *  OUTPUT       : COMMAREA (ESITO, MOTIVO)                       *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - POTERI DI FIRMA E DELEGHE VERIFICATI *
      *           IN AUTORIZZAZIONE                                    *
      * MS151026  SOCIETA' IN FALLIMENTO: FIRMA SOLO IL CURATORE       *
      *           (DELEGA 'CU')                                        *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300KJ.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA  DIVISION.
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  W-CONTA                     PIC S9(05) COMP-3 VALUE ZERO.
       01  W-FIRMATARIO                PIC  X(12) VALUE SPACE.
      *
      *    POTERE DEL FIRMATARIO SULL'IMPORTO: 'D' DA SOLO, 'C' SOLO
      *    CONGIUNTAMENTE, SPAZIO NESSUNO
       01  W-POTERE                    PIC  X(01) VALUE SPACE.
       01  W-POTERE-1                  PIC  X(01) VALUE SPACE.
       01  W-POTERE-2                  PIC  X(01) VALUE SPACE.
      *
      *----------------------------------------------------------------*
       LINKAGE  SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           02  K30J-COMM-ORD-NDG        PIC  X(12).
           02  K30J-COMM-RAP-SERV       PIC  X(02).
           02  K30J-COMM-RAP-FIL        PIC  X(05).
           02  K30J-COMM-RAP-CC         PIC  X(08).
      *        IMPORTO IN CENTESIMI DI EURO, COME BE00TBMO
           02  K30J-COMM-IMPORTO        PIC S9(18)  COMP-3.
      *        NDG DEI FIRMATARI (OPE-OP-AU-1/2); IL SECONDO A SPAZI
      *        ALLA PRIMA AUTORIZZAZIONE
           02  K30J-COMM-FIRMA-1        PIC  X(12).
           02  K30J-COMM-FIRMA-2        PIC  X(12).
           02  K30J-COMM-ESITO          PIC  X(01).
               88  K30J-COMM-OK                      VALUE 'S'.
               88  K30J-COMM-SECONDA-FIRMA           VALUE '2'.
               88  K30J-COMM-KO                      VALUE 'N'.
           02  K30J-COMM-MOTIVO         PIC  X(40).
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-CONTROLLA       THRU 1000-CONTROLLA-X
           GOBACK.
      *
      *----------------------------------------------------------------*
       1000-CONTROLLA.
           SET K30J-COMM-OK             TO TRUE
           MOVE SPACE                   TO K30J-COMM-MOTIVO
      *
      *    SOCIETA' ORDINANTE IN FALLIMENTO: DISPONE SOLO IL CURATORE,
      *    ANCHE SE IL RAPPORTO NON HA ALTRE DELEGHE A REGISTRO
           MOVE ZERO                    TO W-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :W-CONTA
                      FROM T_ANA_PROC_CONC
                     WHERE PRC_NDG   = :K30J-COMM-ORD-NDG
                       AND PRC_TIPO  = 'FA'
                       AND PRC_STATO = 'A'
           END-EXEC
           IF  SQLCODE = ZERO AND W-CONTA > ZERO
           THEN
               PERFORM 3000-CURATORE    THRU 3000-CURATORE-X
               GO TO 1000-CONTROLLA-X
           END-IF
      *
      *    SENZA DELEGHE A REGISTRO IL RAPPORTO NON E' CONTROLLATO
           MOVE ZERO                    TO W-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :W-CONTA
                      FROM T_ANA_DELEGHE
                     WHERE DLG_STATO = 'A'
                       AND ((DLG_RAP_SERV = :K30J-COMM-RAP-SERV
                       AND   DLG_RAP_FIL  = :K30J-COMM-RAP-FIL
                       AND   DLG_RAP_CC   = :K30J-COMM-RAP-CC)
                        OR  (DLG_RAP_CC   = ' '
                       AND   DLG_NDG      = :K30J-COMM-ORD-NDG))
           END-EXEC
           IF  SQLCODE NOT = ZERO OR W-CONTA = ZERO
           THEN
               MOVE 'NESSUNA DELEGA A REGISTRO'
                                        TO K30J-COMM-MOTIVO
               GO TO 1000-CONTROLLA-X
           END-IF
      *
           MOVE K30J-COMM-FIRMA-1       TO W-FIRMATARIO
           PERFORM 2000-POTERE          THRU 2000-POTERE-X
           MOVE W-POTERE                TO W-POTERE-1
           IF  W-POTERE-1 = 'D'
           THEN
               GO TO 1000-CONTROLLA-X
           END-IF
      *
           IF  K30J-COMM-FIRMA-2 = SPACE
           THEN
               IF  W-POTERE-1 = 'C'
               THEN
                   SET K30J-COMM-SECONDA-FIRMA TO TRUE
                   MOVE 'SERVE LA SECONDA FIRMA CONGIUNTA'
                                        TO K30J-COMM-MOTIVO
               ELSE
                   SET K30J-COMM-KO     TO TRUE
                   MOVE 'FIRMATARIO SENZA POTERI PER L''IMPORTO'
                                        TO K30J-COMM-MOTIVO
               END-IF
               GO TO 1000-CONTROLLA-X
           END-IF
      *
           MOVE K30J-COMM-FIRMA-2       TO W-FIRMATARIO
           PERFORM 2000-POTERE          THRU 2000-POTERE-X
           MOVE W-POTERE                TO W-POTERE-2
           IF  W-POTERE-2 = 'D'
           THEN
               GO TO 1000-CONTROLLA-X
           END-IF
           IF  K30J-COMM-FIRMA-2 = K30J-COMM-FIRMA-1
           THEN
               SET K30J-COMM-KO         TO TRUE
               MOVE 'FIRME CONGIUNTE DELLO STESSO SOGGETTO'
                                        TO K30J-COMM-MOTIVO
               GO TO 1000-CONTROLLA-X
           END-IF
           IF  W-POTERE-1 = SPACE OR W-POTERE-2 = SPACE
           THEN
               SET K30J-COMM-KO         TO TRUE
               MOVE 'FIRMATARIO SENZA POTERI PER L''IMPORTO'
                                        TO K30J-COMM-MOTIVO
           END-IF.
      *----------------------------------------------------------------*
       1000-CONTROLLA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2000-POTERE.
           MOVE SPACE                   TO W-POTERE
           IF  W-FIRMATARIO = SPACE
           THEN
               GO TO 2000-POTERE-X
           END-IF
           IF  W-FIRMATARIO = K30J-COMM-ORD-NDG
           THEN
               MOVE 'D'                 TO W-POTERE
               GO TO 2000-POTERE-X
           END-IF
      *
      *    DELEGHE VALIDE OGGI, DI DELEGATO NON DECEDUTO, CAPIENTI
           MOVE ZERO                    TO W-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :W-CONTA
                      FROM T_ANA_DELEGHE DLG, T_ANA_NDG ANA
                     WHERE DLG.DLG_NDG_DELEGATO = :W-FIRMATARIO
                       AND DLG.DLG_STATO        = 'A'
                       AND DLG.DLG_FIRMA        = 'D'
                       AND DLG.DLG_DT_INIZIO   <= CURRENT DATE
                       AND (DLG.DLG_DT_FINE IS NULL
                        OR  DLG.DLG_DT_FINE    >= CURRENT DATE)
                       AND (DLG.DLG_LIMITE      = 0
                        OR  DLG.DLG_LIMITE     >= :K30J-COMM-IMPORTO)
                       AND ((DLG.DLG_RAP_SERV = :K30J-COMM-RAP-SERV
                       AND   DLG.DLG_RAP_FIL  = :K30J-COMM-RAP-FIL
                       AND   DLG.DLG_RAP_CC   = :K30J-COMM-RAP-CC)
                        OR  (DLG.DLG_RAP_CC   = ' '
                       AND   DLG.DLG_NDG      = :K30J-COMM-ORD-NDG))
                       AND ANA.ANA_NDG          = DLG.DLG_NDG_DELEGATO
                       AND ANA.ANA_DECEDUTO    <> 'S'
           END-EXEC
           IF  SQLCODE = ZERO AND W-CONTA > ZERO
           THEN
               MOVE 'D'                 TO W-POTERE
               GO TO 2000-POTERE-X
           END-IF
      *
           MOVE ZERO                    TO W-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :W-CONTA
                      FROM T_ANA_DELEGHE DLG, T_ANA_NDG ANA
                     WHERE DLG.DLG_NDG_DELEGATO = :W-FIRMATARIO
                       AND DLG.DLG_STATO        = 'A'
                       AND DLG.DLG_FIRMA        = 'C'
                       AND DLG.DLG_DT_INIZIO   <= CURRENT DATE
                       AND (DLG.DLG_DT_FINE IS NULL
                        OR  DLG.DLG_DT_FINE    >= CURRENT DATE)
                       AND (DLG.DLG_LIMITE      = 0
                        OR  DLG.DLG_LIMITE     >= :K30J-COMM-IMPORTO)
                       AND ((DLG.DLG_RAP_SERV = :K30J-COMM-RAP-SERV
                       AND   DLG.DLG_RAP_FIL  = :K30J-COMM-RAP-FIL
                       AND   DLG.DLG_RAP_CC   = :K30J-COMM-RAP-CC)
                        OR  (DLG.DLG_RAP_CC   = ' '
                       AND   DLG.DLG_NDG      = :K30J-COMM-ORD-NDG))
                       AND ANA.ANA_NDG          = DLG.DLG_NDG_DELEGATO
                       AND ANA.ANA_DECEDUTO    <> 'S'
           END-EXEC
           IF  SQLCODE = ZERO AND W-CONTA > ZERO
           THEN
               MOVE 'C'                 TO W-POTERE
           END-IF.
      *----------------------------------------------------------------*
       2000-POTERE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-CURATORE: BASTA UN FIRMATARIO CON DELEGA DI CURATORE
      *    ('CU') ATTIVA E CAPIENTE; GLI ORGANI SOCIALI NON FIRMANO PIU'
      *----------------------------------------------------------------*
       3000-CURATORE.
           MOVE K30J-COMM-FIRMA-1       TO W-FIRMATARIO
           PERFORM 3100-POTERE-CU       THRU 3100-POTERE-CU-X
           IF  W-POTERE = 'D'
           THEN
               GO TO 3000-CURATORE-X
           END-IF
           MOVE K30J-COMM-FIRMA-2       TO W-FIRMATARIO
           PERFORM 3100-POTERE-CU       THRU 3100-POTERE-CU-X
           IF  W-POTERE = 'D'
           THEN
               GO TO 3000-CURATORE-X
           END-IF
           SET K30J-COMM-KO             TO TRUE
           MOVE 'FALLITA: MANCANO I POTERI DEL CURATORE'
                                        TO K30J-COMM-MOTIVO.
      *----------------------------------------------------------------*
       3000-CURATORE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3100-POTERE-CU.
           MOVE SPACE                   TO W-POTERE
           IF  W-FIRMATARIO = SPACE
           THEN
               GO TO 3100-POTERE-CU-X
           END-IF
           MOVE ZERO                    TO W-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :W-CONTA
                      FROM T_ANA_DELEGHE DLG, T_ANA_NDG ANA
                     WHERE DLG.DLG_NDG_DELEGATO = :W-FIRMATARIO
                       AND DLG.DLG_STATO        = 'A'
                       AND DLG.DLG_RUOLO        = 'CU'
                       AND DLG.DLG_DT_INIZIO   <= CURRENT DATE
                       AND (DLG.DLG_DT_FINE IS NULL
                        OR  DLG.DLG_DT_FINE    >= CURRENT DATE)
                       AND (DLG.DLG_LIMITE      = 0
                        OR  DLG.DLG_LIMITE     >= :K30J-COMM-IMPORTO)
                       AND ((DLG.DLG_RAP_SERV = :K30J-COMM-RAP-SERV
                       AND   DLG.DLG_RAP_FIL  = :K30J-COMM-RAP-FIL
                       AND   DLG.DLG_RAP_CC   = :K30J-COMM-RAP-CC)
                        OR  (DLG.DLG_RAP_CC   = ' '
                       AND   DLG.DLG_NDG      = :K30J-COMM-ORD-NDG))
                       AND ANA.ANA_NDG          = DLG.DLG_NDG_DELEGATO
                       AND ANA.ANA_DECEDUTO    <> 'S'
           END-EXEC
           IF  SQLCODE = ZERO AND W-CONTA > ZERO
           THEN
               MOVE 'D'                 TO W-POTERE
           END-IF.
      *----------------------------------------------------------------*
       3100-POTERE-CU-X.
           EXIT.
      *
      ********************** EOM BE300KJ ********************************
