      ******************************************************************
      *                        AN0233KA                                *
      *                                                                *
      *  PROCEDURA    : ANAGRAFE GENERALE - LEI SU AN1                 *
      *  DESCRIZIONE  : SOTTOPROGRAMMA RICHIAMATO VIA LINK DALLA AN1   *
      *                 ALLA VISUALIZZAZIONE DI UN NDG E DALLE         *
      *                 PROCEDURE CHE SEGNALANO ALLE TRADE REPOSITORY: *
      *                 RESTITUISCE IL LEI A REGISTRO (T_ANA_LEI,      *
      *                 CARICATO DA AN0233RK), LO STATO DI             *
      *                 REGISTRAZIONE GLEIF, LA DATA DI PROSSIMO       *
      *                 RINNOVO E I FLAG DI DECADENZA E DI NOME        *
      *                 DIVERGENTE. IL LEI E' VALIDO ('V') SE NON      *
      *                 DECADUTO E CON RINNOVO NON ANCORA PASSATO,     *
      *                 ALTRIMENTI DECADUTO ('D'). LA AN1 LI RIPORTA   *
      *                 IN AN0233-NDG-LEI E AN0233-NDG-LEI-STATO.      *
      *                 NDG SENZA LEI: ESITO 'N' E STATO A SPAZIO      *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ANAGRAFE           *
      *  INPUT        : COMMAREA (NDG), T_ANA_LEI (DB2)                *
      *  OUTPUT       : COMMAREA (LEI, STATO, RINNOVO E FLAG)          *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - LEGAL ENTITY IDENTIFIER PER LA AN1   *
      *           E PER LE SEGNALAZIONI ALLE TRADE REPOSITORY          *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     AN0233KA.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA  DIVISION.
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  W-DT-RINNOVO                PIC  X(10) VALUE SPACE.
       01  W-DATA-OGGI                 PIC  X(10) VALUE SPACE.
      *
      *----------------------------------------------------------------*
       LINKAGE  SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           02  K23A-COMM-NDG            PIC  X(12).
           02  K23A-COMM-LEI            PIC  X(20).
           02  K23A-COMM-STATO-REG      PIC  X(20).
           02  K23A-COMM-DT-RINNOVO     PIC  9(08).
           02  K23A-COMM-FLAG-DECADUTO  PIC  X(01).
           02  K23A-COMM-FLAG-NOME      PIC  X(01).
           02  K23A-COMM-STATO          PIC  X(01).
               88  K23A-LEI-VALIDO                   VALUE 'V'.
               88  K23A-LEI-DECADUTO                 VALUE 'D'.
           02  K23A-COMM-ESITO          PIC  X(01).
               88  K23A-COMM-TROVATO                 VALUE 'S'.
               88  K23A-COMM-SENZA-LEI               VALUE 'N'.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-LEGGI-LEI     THRU 1000-LEGGI-LEI-X
           GOBACK.
      *
      *----------------------------------------------------------------*
       1000-LEGGI-LEI.
           MOVE SPACE                   TO K23A-COMM-LEI
           MOVE SPACE                   TO K23A-COMM-STATO-REG
           MOVE ZERO                    TO K23A-COMM-DT-RINNOVO
           MOVE SPACE                   TO K23A-COMM-FLAG-DECADUTO
           MOVE SPACE                   TO K23A-COMM-FLAG-NOME
           MOVE SPACE                   TO K23A-COMM-STATO
           SET K23A-COMM-SENZA-LEI      TO TRUE
      *
           EXEC SQL SELECT LEI_CODICE, LEI_STATO_REG,
                           COALESCE(CHAR(LEI_DT_RINNOVO, ISO), ' '),
                           LEI_FLAG_DECADUTO, LEI_FLAG_NOME,
                           CHAR(CURRENT DATE, ISO)
                      INTO :K23A-COMM-LEI, :K23A-COMM-STATO-REG,
                           :W-DT-RINNOVO, :K23A-COMM-FLAG-DECADUTO,
                           :K23A-COMM-FLAG-NOME, :W-DATA-OGGI
                      FROM T_ANA_LEI
                     WHERE LEI_NDG = :K23A-COMM-NDG
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE SPACE               TO K23A-COMM-LEI
               MOVE SPACE               TO K23A-COMM-STATO-REG
               MOVE SPACE               TO K23A-COMM-FLAG-DECADUTO
               MOVE SPACE               TO K23A-COMM-FLAG-NOME
               GO TO 1000-LEGGI-LEI-X
           END-IF
      *
           IF  W-DT-RINNOVO NOT = SPACE
           THEN
               MOVE W-DT-RINNOVO(1:4)   TO K23A-COMM-DT-RINNOVO(1:4)
               MOVE W-DT-RINNOVO(6:2)   TO K23A-COMM-DT-RINNOVO(5:2)
               MOVE W-DT-RINNOVO(9:2)   TO K23A-COMM-DT-RINNOVO(7:2)
           END-IF
           IF  K23A-COMM-FLAG-DECADUTO = 'S'
           OR  (W-DT-RINNOVO NOT = SPACE
           AND  W-DT-RINNOVO < W-DATA-OGGI)
           THEN
               SET K23A-LEI-DECADUTO    TO TRUE
           ELSE
               SET K23A-LEI-VALIDO      TO TRUE
           END-IF
           SET K23A-COMM-TROVATO        TO TRUE.
      *----------------------------------------------------------------*
       1000-LEGGI-LEI-X.
           EXIT.
      *
      ********************** EOM AN0233KA *******************************
