      ******************************************************************
      *                        AN0233K8                                *
      *                                                                *
      *  PROCEDURA    : ANAGRAFE GENERALE - CLASSE DI RISCHIO SU AN1   *
      *  DESCRIZIONE  : SOTTOPROGRAMMA RICHIAMATO VIA LINK DALLA AN1   *
      *                 ALLA VISUALIZZAZIONE DI UN NDG: RESTITUISCE    *
      *                 LA CLASSE DI RISCHIO AML CORRENTE (B/M/A)      *
      *                 CALCOLATA DALLA PASSATA NOTTURNA AN0233RI,     *
      *                 IL PUNTEGGIO, LA DATA DELL'ULTIMO CAMBIO DI    *
      *                 CLASSE E I FATTORI CHE LO HANNO MOTIVATO. LA   *
      *                 AN1 LI RIPORTA IN AN0233-NDG-CLASSE-RISCHIO    *
      *                 E AN0233-NDG-DT-RISCHIO. NDG MAI PROFILATO:    *
      *                 ESITO 'N' E CLASSE A SPAZIO                    *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ANAGRAFE           *
      *  INPUT        : COMMAREA (NDG), T_ANA_RISK_PROF (DB2)          *
      *  OUTPUT       : COMMAREA (CLASSE, PUNTEGGIO, DATA E MOTIVO     *
      *                 DELL'ULTIMO CAMBIO)                            *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - CLASSE DI RISCHIO AML PER LA AN1     *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     AN0233K8.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA  DIVISION.
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  W-PUNTEGGIO                 PIC S9(03) COMP-3 VALUE ZERO.
       01  W-DT-CAMBIO                 PIC  X(10) VALUE SPACE.
      *
      *----------------------------------------------------------------*
       LINKAGE  SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           02  K238-COMM-NDG            PIC  X(12).
           02  K238-COMM-CLASSE         PIC  X(01).
               88  K238-CLASSE-BASSA                 VALUE 'B'.
               88  K238-CLASSE-MEDIA                 VALUE 'M'.
               88  K238-CLASSE-ALTA                  VALUE 'A'.
           02  K238-COMM-PUNTEGGIO      PIC  9(03).
           02  K238-COMM-DT-CAMBIO      PIC  9(08).
           02  K238-COMM-MOTIVO         PIC  X(36).
           02  K238-COMM-ESITO          PIC  X(01).
               88  K238-COMM-TROVATO                 VALUE 'S'.
               88  K238-COMM-NON-PROFILATO           VALUE 'N'.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-LEGGI-PROFILO THRU 1000-LEGGI-PROFILO-X
           GOBACK.
      *
      *----------------------------------------------------------------*
       1000-LEGGI-PROFILO.
           MOVE SPACE                   TO K238-COMM-CLASSE
           MOVE ZERO                    TO K238-COMM-PUNTEGGIO
           MOVE ZERO                    TO K238-COMM-DT-CAMBIO
           MOVE SPACE                   TO K238-COMM-MOTIVO
           SET K238-COMM-NON-PROFILATO  TO TRUE
      *
           EXEC SQL SELECT PRF_CLASSE, PRF_PUNTEGGIO,
                           CHAR(PRF_DT_CAMBIO, ISO), PRF_MOTIVO
                      INTO :K238-COMM-CLASSE, :W-PUNTEGGIO,
                           :W-DT-CAMBIO, :K238-COMM-MOTIVO
                      FROM T_ANA_RISK_PROF
                     WHERE PRF_NDG = :K238-COMM-NDG
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE SPACE               TO K238-COMM-CLASSE
               MOVE SPACE               TO K238-COMM-MOTIVO
               GO TO 1000-LEGGI-PROFILO-X
           END-IF
      *
           MOVE W-PUNTEGGIO             TO K238-COMM-PUNTEGGIO
           MOVE W-DT-CAMBIO(1:4)        TO K238-COMM-DT-CAMBIO(1:4)
           MOVE W-DT-CAMBIO(6:2)        TO K238-COMM-DT-CAMBIO(5:2)
           MOVE W-DT-CAMBIO(9:2)        TO K238-COMM-DT-CAMBIO(7:2)
           SET K238-COMM-TROVATO        TO TRUE.
      *----------------------------------------------------------------*
       1000-LEGGI-PROFILO-X.
           EXIT.
      *
      ********************** EOM AN0233K8 *******************************
