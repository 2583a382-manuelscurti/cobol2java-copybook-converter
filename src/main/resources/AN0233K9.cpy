      ******************************************************************
      *                        AN0233K9                                *
      *                                                                *
      *  PROCEDURA    : ANAGRAFE GENERALE - REGISTRO REVISIONI KYC     *
      *  DESCRIZIONE  : SOTTOPROGRAMMA RICHIAMATO VIA LINK DALLA AN1   *
      *                 SUL REGISTRO DELL'ADEGUATA VERIFICA            *
      *                 (T_ANA_KYC_REVIEW, ALIMENTATO DALLA PASSATA    *
      *                 NOTTURNA AN0233RJ):                            *
      *                  'D' ESPONE CLASSE, ULTIMA REVISIONE CON       *
      *                      ESITO, PROSSIMA SCADENZA ED EVENTUALE     *
      *                      EVENTO CHE L'HA ANTICIPATA                *
      *                  'R' REGISTRA UNA REVISIONE ESEGUITA OGGI CON  *
      *                      ESITO (P POSITIVO, R CON RISERVA, N       *
      *                      NEGATIVO): LA PROSSIMA SCADENZA RIPARTE   *
      *                      DAL CICLO DELLA CLASSE CORRENTE (ESITO    *
      *                      NEGATIVO: CICLO BREVE), EVENTO, SOLLECITO *
      *                      ED ESCALATION SI AZZERANO; OGNI REVISIONE *
      *                      RESTA SU T_ANA_KYC_STORICO CON UTENTE E   *
      *                      NOTE                                      *
      *                 CICLI COME AN0233RJ (T_ANA_KYC_CFG)            *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ANAGRAFE           *
      *  INPUT        : COMMAREA, T_ANA_NDG, T_ANA_RISK_PROF,          *
      *                 T_ANA_KYC_CFG, T_ANA_KYC_REVIEW (DB2)          *
      *  OUTPUT       : T_ANA_KYC_REVIEW, T_ANA_KYC_STORICO, COMMAREA  *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - CONSULTAZIONE E REGISTRAZIONE DELLE  *
      *           REVISIONI KYC                                        *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     AN0233K9.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA  DIVISION.
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  W-PEP                       PIC  X(01) VALUE SPACE.
       01  W-PAESE-RES                 PIC  X(02) VALUE SPACE.
       01  W-CLASSE                    PIC  X(01) VALUE SPACE.
       01  W-MESI                      PIC S9(03) COMP-3 VALUE ZERO.
       01  W-MESI-ALTO                 PIC S9(03) COMP-3 VALUE 12.
       01  W-MESI-MEDIO                PIC S9(03) COMP-3 VALUE 36.
       01  W-MESI-BASSO                PIC S9(03) COMP-3 VALUE 60.
       01  W-MESI-NEGATIVO             PIC S9(03) COMP-3 VALUE 3.
       01  W-DT-ULTIMA                 PIC  X(10) VALUE SPACE.
       01  W-DT-SCADENZA               PIC  X(10) VALUE SPACE.
      *
      *----------------------------------------------------------------*
       LINKAGE  SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           02  K239-COMM-FUNZIONE       PIC  X(01).
               88  K239-FUNZ-DISPLAY                 VALUE 'D'.
               88  K239-FUNZ-REGISTRA                VALUE 'R'.
           02  K239-COMM-UTENTE         PIC  X(08).
           02  K239-COMM-NDG            PIC  X(12).
      *        ESITO DELLA REVISIONE ESEGUITA PER 'R'
           02  K239-COMM-ESITO-REV      PIC  X(01).
               88  K239-ESITO-REV-VALIDO             VALUE 'P' 'R' 'N'.
           02  K239-COMM-NOTE           PIC  X(60).
      *        REGISTRO RESTITUITO DA 'D' E DOPO 'R'
           02  K239-COMM-CLASSE         PIC  X(01).
           02  K239-COMM-DT-ULTIMA      PIC  9(08).
           02  K239-COMM-ESITO-ULTIMA   PIC  X(01).
           02  K239-COMM-DT-SCADENZA    PIC  9(08).
           02  K239-COMM-TRIGGER        PIC  X(03).
           02  K239-COMM-ESITO          PIC  X(01).
               88  K239-COMM-OK                      VALUE 'S'.
               88  K239-COMM-KO                      VALUE 'N'.
           02  K239-COMM-MSG            PIC  X(40).
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           SET K239-COMM-KO             TO TRUE
           MOVE SPACE                   TO K239-COMM-MSG
           EVALUATE TRUE
             WHEN K239-FUNZ-DISPLAY
                  PERFORM 1000-DISPLAY  THRU 1000-DISPLAY-X
             WHEN K239-FUNZ-REGISTRA
                  PERFORM 2000-REGISTRA THRU 2000-REGISTRA-X
                  IF  K239-COMM-OK
                  THEN
                      PERFORM 1000-DISPLAY THRU 1000-DISPLAY-X
                      MOVE 'REVISIONE REGISTRATA'
                                        TO K239-COMM-MSG
                  END-IF
             WHEN OTHER
                  MOVE 'FUNZIONE NON RICONOSCIUTA'
                                        TO K239-COMM-MSG
           END-EVALUATE
           GOBACK.
      *
      *----------------------------------------------------------------*
       1000-DISPLAY.
           MOVE SPACE                   TO K239-COMM-CLASSE
                                           K239-COMM-ESITO-ULTIMA
                                           K239-COMM-TRIGGER
           MOVE ZERO                    TO K239-COMM-DT-ULTIMA
                                           K239-COMM-DT-SCADENZA
           EXEC SQL SELECT KYC_CLASSE,
                           COALESCE(CHAR(KYC_DT_ULTIMA, ISO), ' '),
                           KYC_ESITO,
                           CHAR(KYC_DT_SCADENZA, ISO),
                           KYC_TRIGGER
                      INTO :K239-COMM-CLASSE, :W-DT-ULTIMA,
                           :K239-COMM-ESITO-ULTIMA, :W-DT-SCADENZA,
                           :K239-COMM-TRIGGER
                      FROM T_ANA_KYC_REVIEW
                     WHERE KYC_NDG = :K239-COMM-NDG
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET K239-COMM-KO         TO TRUE
               MOVE 'NDG NON PRESENTE NEL REGISTRO REVISIONI'
                                        TO K239-COMM-MSG
               GO TO 1000-DISPLAY-X
           END-IF
           IF  W-DT-ULTIMA NOT = SPACE
           THEN
               MOVE W-DT-ULTIMA(1:4)    TO K239-COMM-DT-ULTIMA(1:4)
               MOVE W-DT-ULTIMA(6:2)    TO K239-COMM-DT-ULTIMA(5:2)
               MOVE W-DT-ULTIMA(9:2)    TO K239-COMM-DT-ULTIMA(7:2)
           END-IF
           MOVE W-DT-SCADENZA(1:4)      TO K239-COMM-DT-SCADENZA(1:4)
           MOVE W-DT-SCADENZA(6:2)      TO K239-COMM-DT-SCADENZA(5:2)
           MOVE W-DT-SCADENZA(9:2)      TO K239-COMM-DT-SCADENZA(7:2)
           SET K239-COMM-OK             TO TRUE.
      *----------------------------------------------------------------*
       1000-DISPLAY-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2000-REGISTRA.
           IF  NOT K239-ESITO-REV-VALIDO
           THEN
               MOVE 'ESITO REVISIONE NON VALIDO (P/R/N)'
                                        TO K239-COMM-MSG
               GO TO 2000-REGISTRA-X
           END-IF
           EXEC SQL SELECT COALESCE(ANA_PEP, 'N'),
                           COALESCE(ANA_PAESE_RES, 'IT')
                      INTO :W-PEP, :W-PAESE-RES
                      FROM T_ANA_NDG
                     WHERE ANA_NDG = :K239-COMM-NDG
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 'NDG INESISTENTE'   TO K239-COMM-MSG
               GO TO 2000-REGISTRA-X
           END-IF
      *
      *    CLASSE CORRENTE (NON PROFILATO = MEDIO) E CICLO
           MOVE 'M'                     TO W-CLASSE
           EXEC SQL SELECT PRF_CLASSE
                      INTO :W-CLASSE
                      FROM T_ANA_RISK_PROF
                     WHERE PRF_NDG = :K239-COMM-NDG
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 'M'                 TO W-CLASSE
           END-IF
           EXEC SQL SELECT CFG_MESI_ALTO, CFG_MESI_MEDIO,
                           CFG_MESI_BASSO, CFG_MESI_NEGATIVO
                      INTO :W-MESI-ALTO, :W-MESI-MEDIO,
                           :W-MESI-BASSO, :W-MESI-NEGATIVO
                      FROM T_ANA_KYC_CFG
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 12                  TO W-MESI-ALTO
               MOVE 36                  TO W-MESI-MEDIO
               MOVE 60                  TO W-MESI-BASSO
               MOVE 3                   TO W-MESI-NEGATIVO
           END-IF
           EVALUATE TRUE
               WHEN K239-COMM-ESITO-REV = 'N'
                   MOVE W-MESI-NEGATIVO TO W-MESI
               WHEN W-CLASSE = 'A'
                   MOVE W-MESI-ALTO     TO W-MESI
               WHEN W-CLASSE = 'B'
                   MOVE W-MESI-BASSO    TO W-MESI
               WHEN OTHER
                   MOVE W-MESI-MEDIO    TO W-MESI
           END-EVALUATE
      *
           EXEC SQL UPDATE T_ANA_KYC_REVIEW
                       SET KYC_DT_ULTIMA     = CURRENT DATE,
                           KYC_ESITO         = :K239-COMM-ESITO-REV,
                           KYC_CLASSE        = :W-CLASSE,
                           KYC_DT_SCADENZA   =
                               CURRENT DATE + :W-MESI MONTHS,
                           KYC_TRIGGER       = ' ',
                           KYC_DT_TRIGGER    = NULL,
                           KYC_DT_SOLLECITO  = NULL,
                           KYC_DT_ESCALATION = NULL,
                           KYC_DATA_AGG      = CURRENT TIMESTAMP
                     WHERE KYC_NDG = :K239-COMM-NDG
           END-EXEC
           IF  SQLCODE = 100
           THEN
      *        NDG NON ANCORA VISTO DALLA PASSATA NOTTURNA: LA RIGA
      *        NASCE QUI CON PEP E RESIDENZA DI OGGI
               EXEC SQL INSERT INTO T_ANA_KYC_REVIEW
                               (KYC_NDG
                               ,KYC_CLASSE
                               ,KYC_DT_ULTIMA
                               ,KYC_ESITO
                               ,KYC_DT_SCADENZA
                               ,KYC_PEP
                               ,KYC_PAESE_RES
                               ,KYC_TRIGGER
                               ,KYC_DATA_AGG)
                        VALUES (:K239-COMM-NDG
                               ,:W-CLASSE
                               ,CURRENT DATE
                               ,:K239-COMM-ESITO-REV
                               ,CURRENT DATE + :W-MESI MONTHS
                               ,:W-PEP
                               ,:W-PAESE-RES
                               ,' '
                               ,CURRENT TIMESTAMP)
               END-EXEC
           END-IF
           IF  SQLCODE NOT = ZERO
           THEN
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'REGISTRAZIONE NON RIUSCITA'
                                        TO K239-COMM-MSG
               GO TO 2000-REGISTRA-X
           END-IF
      *
           EXEC SQL INSERT INTO T_ANA_KYC_STORICO
                           (KST_NDG
                           ,KST_DT_REVISIONE
                           ,KST_ESITO
                           ,KST_CLASSE
                           ,KST_UTENTE
                           ,KST_NOTE
                           ,KST_DATA_INS)
                    VALUES (:K239-COMM-NDG
                           ,CURRENT DATE
                           ,:K239-COMM-ESITO-REV
                           ,:W-CLASSE
                           ,:K239-COMM-UTENTE
                           ,:K239-COMM-NOTE
                           ,CURRENT TIMESTAMP)
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               EXEC CICS SYNCPOINT END-EXEC
               SET K239-COMM-OK         TO TRUE
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'REGISTRAZIONE NON RIUSCITA'
                                        TO K239-COMM-MSG
           END-IF.
      *----------------------------------------------------------------*
       2000-REGISTRA-X.
           EXIT.
      *
      ********************** EOM AN0233K9 *******************************
