      ******************************************************************
      *                        BE300KB                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - INDENNIZZI PSD2 PER        *
      *                 ESECUZIONE TARDIVA                            *
      *  DESCRIZIONE  : SOTTOPROGRAMMA COMUNE RICHIAMATO VIA LINK     *
      *                 DALLA FUNZIONE ONLINE DELLE OPERATIONS PER    *
      *                 LAVORARE LE PROPOSTE DI INDENNIZZO PREPARATE  *
      *                 OGNI NOTTE DA BE300RZ (T_BE_PSD2_RITARDI,     *
      *                 RIT_STATO 'P'):                               *
      *                   'E' ELENCA LE PROPOSTE APERTE (FINO A 15)   *
      *                   'V' APPROVA LA RETTIFICA DI VALUTA ALLA     *
      *                       SCADENZA D+1 (STATO 'V')                *
      *                   'I' APPROVA IN ALTERNATIVA GLI INTERESSI    *
      *                       CALCOLATI (STATO 'I'), SOLO SE > ZERO   *
      *                   'X' RIFIUTA LA PROPOSTA (STATO 'X')         *
      *                 OGNI DECISIONE REGISTRA UTENTE E DATA; GLI    *
      *                 ESITI FINISCONO NEL RIEPILOGO MENSILE DI      *
      *                 BE300RZ                                       *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : COMMAREA (FUNZIONE, CHIAVE, UTENTE)           *
      *  OUTPUT       : COMMAREA (ESITO, ELENCO), T_BE_PSD2_RITARDI   *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - APPROVAZIONE/RIFIUTO DELLE PROPOSTE  *
      *           DI INDENNIZZO PER ESECUZIONE TARDIVA                 *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300KB.
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
       01  W-CAUSA                     PIC  X(03) VALUE SPACE.
       01  W-IMPORTO                   PIC S9(18) COMP-3 VALUE ZERO.
       01  W-GG-VALUTA                 PIC S9(05) COMP-3 VALUE ZERO.
       01  W-VAL-CORR                  PIC  X(08) VALUE SPACE.
       01  W-INTERESSI                 PIC S9(15) COMP-3 VALUE ZERO.
       01  W-STATO-NUOVO               PIC  X(01) VALUE SPACE.
      *
       01  SW-FINE-PROP                PIC  X(01) VALUE 'N'.
           88  FINE-PROP                           VALUE 'S'.
      *
           EXEC SQL DECLARE CURS-PROP CURSOR FOR
               SELECT  RIT_NUM_DIST, RIT_NUM_MOV, RIT_CAUSA,
                       RIT_IMPORTO, RIT_GG_VALUTA, RIT_VAL_CORR,
                       RIT_INTERESSI
                 FROM  T_BE_PSD2_RITARDI
                WHERE  RIT_STATO = 'P'
                ORDER BY RIT_DATA_INS
           END-EXEC.
      *
      *----------------------------------------------------------------*
       LINKAGE  SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           02  K30B-COMM-FUNZIONE       PIC  X(01).
               88  K30B-FUNZ-ELENCA                  VALUE 'E'.
               88  K30B-FUNZ-VALUTA                  VALUE 'V'.
               88  K30B-FUNZ-INTERESSI               VALUE 'I'.
               88  K30B-FUNZ-RIFIUTA                 VALUE 'X'.
           02  K30B-COMM-NUM-DIST       PIC S9(10)  COMP-3.
           02  K30B-COMM-NUM-MOV        PIC S9(10)  COMP-3.
           02  K30B-COMM-UTENTE         PIC  X(08).
           02  K30B-COMM-ESITO          PIC  X(01).
               88  K30B-COMM-OK                      VALUE 'S'.
               88  K30B-COMM-KO                      VALUE 'N'.
           02  K30B-COMM-NUM-PROP       PIC  9(02).
           02  K30B-COMM-PROP OCCURS 15.
               03  K30B-COMM-P-DIST     PIC S9(10)  COMP-3.
               03  K30B-COMM-P-MOV      PIC S9(10)  COMP-3.
               03  K30B-COMM-P-CAUSA    PIC  X(03).
               03  K30B-COMM-P-IMPORTO  PIC S9(18)  COMP-3.
               03  K30B-COMM-P-GG-VAL   PIC S9(05)  COMP-3.
               03  K30B-COMM-P-VAL-CORR PIC  X(08).
               03  K30B-COMM-P-INTERESSI
                                        PIC S9(15)  COMP-3.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           SET K30B-COMM-KO             TO TRUE
           EVALUATE TRUE
             WHEN K30B-FUNZ-ELENCA
                  PERFORM 1000-ELENCA   THRU 1000-ELENCA-X
             WHEN K30B-FUNZ-VALUTA
             WHEN K30B-FUNZ-INTERESSI
             WHEN K30B-FUNZ-RIFIUTA
                  PERFORM 2000-ESITO    THRU 2000-ESITO-X
           END-EVALUATE
           GOBACK.
      *
      *----------------------------------------------------------------*
       1000-ELENCA.
           MOVE ZERO                    TO K30B-COMM-NUM-PROP
           MOVE 'N'                     TO SW-FINE-PROP
           EXEC SQL OPEN CURS-PROP END-EXEC
           PERFORM 1100-CARICA-PROP     THRU 1100-CARICA-PROP-X
                   UNTIL FINE-PROP
                   OR    K30B-COMM-NUM-PROP NOT < 15
           EXEC SQL CLOSE CURS-PROP END-EXEC
           SET K30B-COMM-OK             TO TRUE.
      *----------------------------------------------------------------*
       1000-ELENCA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       1100-CARICA-PROP.
           EXEC SQL FETCH CURS-PROP
                    INTO :W-NUM-DIST, :W-NUM-MOV, :W-CAUSA,
                         :W-IMPORTO, :W-GG-VALUTA, :W-VAL-CORR,
                         :W-INTERESSI
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-PROP            TO TRUE
           ELSE
               ADD 1                    TO K30B-COMM-NUM-PROP
               MOVE W-NUM-DIST          TO
                    K30B-COMM-P-DIST (K30B-COMM-NUM-PROP)
               MOVE W-NUM-MOV           TO
                    K30B-COMM-P-MOV (K30B-COMM-NUM-PROP)
               MOVE W-CAUSA             TO
                    K30B-COMM-P-CAUSA (K30B-COMM-NUM-PROP)
               MOVE W-IMPORTO           TO
                    K30B-COMM-P-IMPORTO (K30B-COMM-NUM-PROP)
               MOVE W-GG-VALUTA         TO
                    K30B-COMM-P-GG-VAL (K30B-COMM-NUM-PROP)
               MOVE W-VAL-CORR          TO
                    K30B-COMM-P-VAL-CORR (K30B-COMM-NUM-PROP)
               MOVE W-INTERESSI         TO
                    K30B-COMM-P-INTERESSI (K30B-COMM-NUM-PROP)
           END-IF.
      *----------------------------------------------------------------*
       1100-CARICA-PROP-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-ESITO: LA FUNZIONE E' ANCHE IL NUOVO STATO; GLI
      *    INTERESSI SI APPROVANO SOLO SE CALCOLATI
      *----------------------------------------------------------------*
       2000-ESITO.
           MOVE K30B-COMM-FUNZIONE      TO W-STATO-NUOVO
           EXEC SQL SELECT RIT_INTERESSI
                      INTO :W-INTERESSI
                      FROM T_BE_PSD2_RITARDI
                     WHERE RIT_NUM_DIST = :K30B-COMM-NUM-DIST
                       AND RIT_NUM_MOV  = :K30B-COMM-NUM-MOV
                       AND RIT_STATO    = 'P'
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               GO TO 2000-ESITO-X
           END-IF
           IF  K30B-FUNZ-INTERESSI
           AND W-INTERESSI NOT > ZERO
           THEN
               GO TO 2000-ESITO-X
           END-IF
      *
           EXEC SQL UPDATE T_BE_PSD2_RITARDI
                       SET RIT_STATO      = :W-STATO-NUOVO,
                           RIT_UTENTE     = :K30B-COMM-UTENTE,
                           RIT_DATA_ESITO = CURRENT TIMESTAMP
                     WHERE RIT_NUM_DIST = :K30B-COMM-NUM-DIST
                       AND RIT_NUM_MOV  = :K30B-COMM-NUM-MOV
                       AND RIT_STATO    = 'P'
           END-EXEC
           IF  SQLCODE = ZERO AND SQLERRD(3) > ZERO
           THEN
               EXEC CICS SYNCPOINT END-EXEC
               SET K30B-COMM-OK         TO TRUE
           END-IF.
      *----------------------------------------------------------------*
       2000-ESITO-X.
           EXIT.
      *
      ********************** EOM BE300KB ********************************
