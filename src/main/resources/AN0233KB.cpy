      ******************************************************************
      *                        AN0233KB                                *
      *                                                                *
      *  PROCEDURA    : ANAGRAFE GENERALE - REGISTRO DELEGHE E POTERI  *
      *                 DI FIRMA                                       *
      *  DESCRIZIONE  : SOTTOPROGRAMMA RICHIAMATO VIA LINK DALLA       *
      *                 FUNZIONE ONLINE DI FILIALE CHE SOSTITUISCE GLI *
      *                 SPECIMEN CARTACEI. IL REGISTRO T_ANA_DELEGHE   *
      *                 TIENE PER OGNI NDG TITOLARE, SU UN SINGOLO     *
      *                 RAPPORTO (SERVIZIO/FILIALE/CONTO, COME         *
      *                 BE3P02-ORD-RAP-*) O SU TUTTI I SUOI RAPPORTI   *
      *                 (CONTO A SPAZI), I DELEGATI CON RUOLO, LIMITE  *
      *                 DI IMPORTO (ZERO = ILLIMITATO), MODALITA' DI   *
      *                 FIRMA (D DISGIUNTA, C CONGIUNTA) E VALIDITA':  *
      *                   'E' ELENCA LE DELEGHE ATTIVE DELL'NDG O DEL  *
      *                       RAPPORTO (FINO A 15)                     *
      *                   'I' INSERISCE LA DELEGA, O LA MODIFICA SE    *
      *                       GIA' ATTIVA PER DELEGATO E RUOLO         *
      *                   'R' REVOCA LA DELEGA (STATO 'R', FINE OGGI)  *
      *                 LE DELEGHE SONO VERIFICATE IN AUTORIZZAZIONE   *
      *                 BONIFICI DA BE300KJ E CONTROLLATE OGNI         *
      *                 SETTIMANA DA AN0233RM                          *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ANAGRAFE           *
      *  INPUT        : COMMAREA (FUNZIONE, UTENTE, NDG, RAPPORTO,     *
      *                 DELEGA), T_ANA_NDG (DB2)                       *
      *  OUTPUT       : COMMAREA (ESITO, ELENCO), T_ANA_DELEGHE        *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - REGISTRO DELEGATI PER RAPPORTO E PER *
      *           NDG CON RUOLO, LIMITE, FIRMA E VALIDITA'             *
      * MS151026  RUOLO CU (CURATORE FALLIMENTARE): UNICO POTERE       *
      *           RICONOSCIUTO DA BE300KJ SULLE SOCIETA' IN FALLIMENTO *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     AN0233KB.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA  DIVISION.
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  W-DECEDUTO                  PIC  X(01) VALUE SPACE.
       01  W-DT-INIZIO                 PIC  X(10) VALUE SPACE.
       01  W-DT-FINE                   PIC  X(10) VALUE SPACE.
       01  W-DLG-RAP-SERV              PIC  X(02) VALUE SPACE.
       01  W-DLG-RAP-FIL               PIC  X(05) VALUE SPACE.
       01  W-DLG-RAP-CC                PIC  X(08) VALUE SPACE.
       01  W-DLG-DELEGATO              PIC  X(12) VALUE SPACE.
       01  W-DLG-RUOLO                 PIC  X(02) VALUE SPACE.
       01  W-DLG-LIMITE                PIC S9(18) COMP-3 VALUE ZERO.
       01  W-DLG-FIRMA                 PIC  X(01) VALUE SPACE.
       01  W-IX                        PIC S9(04) COMP VALUE ZERO.
      *
       01  SW-FINE-DLG                 PIC  X(01) VALUE 'N'.
           88  FINE-DLG                            VALUE 'S'.
      *
           EXEC SQL DECLARE CURS-DLG CURSOR FOR
               SELECT  DLG_RAP_SERV, DLG_RAP_FIL, DLG_RAP_CC,
                       DLG_NDG_DELEGATO, DLG_RUOLO, DLG_LIMITE,
                       DLG_FIRMA, CHAR(DLG_DT_INIZIO, ISO),
                       COALESCE(CHAR(DLG_DT_FINE, ISO), ' ')
                 FROM  T_ANA_DELEGHE
                WHERE  DLG_NDG   = :K23B-COMM-NDG
                  AND  DLG_STATO = 'A'
                  AND  (:K23B-COMM-RAP-CC = ' '
                   OR   DLG_RAP_CC = ' '
                   OR  (DLG_RAP_SERV = :K23B-COMM-RAP-SERV
                  AND   DLG_RAP_FIL  = :K23B-COMM-RAP-FIL
                  AND   DLG_RAP_CC   = :K23B-COMM-RAP-CC))
                ORDER BY DLG_RAP_SERV, DLG_RAP_FIL, DLG_RAP_CC,
                         DLG_RUOLO, DLG_NDG_DELEGATO
           END-EXEC.
      *
      *----------------------------------------------------------------*
       LINKAGE  SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           02  K23B-COMM-FUNZIONE       PIC  X(01).
               88  K23B-FUNZ-ELENCA                  VALUE 'E'.
               88  K23B-FUNZ-INSERISCI               VALUE 'I'.
               88  K23B-FUNZ-REVOCA                  VALUE 'R'.
           02  K23B-COMM-UTENTE         PIC  X(08).
      *        TITOLARE E RAPPORTO (CONTO A SPAZI = TUTTI I RAPPORTI)
           02  K23B-COMM-NDG            PIC  X(12).
           02  K23B-COMM-RAP-SERV       PIC  X(02).
           02  K23B-COMM-RAP-FIL        PIC  X(05).
           02  K23B-COMM-RAP-CC         PIC  X(08).
      *        DELEGA DA INSERIRE O REVOCARE
           02  K23B-COMM-DELEGATO       PIC  X(12).
           02  K23B-COMM-RUOLO          PIC  X(02).
               88  K23B-RUOLO-VALIDO     VALUE 'LR' 'AM' 'PR' 'DE' 'CI'
                                         'CU'.
      *        LIMITE IN CENTESIMI DI EURO, ZERO = ILLIMITATO
           02  K23B-COMM-LIMITE         PIC S9(18)  COMP-3.
           02  K23B-COMM-FIRMA          PIC  X(01).
               88  K23B-FIRMA-VALIDA                 VALUE 'D' 'C'.
      *        DATE AAAAMMGG; INIZIO A ZERO = OGGI, FINE A ZERO =
      *        SENZA SCADENZA
           02  K23B-COMM-DT-INIZIO      PIC  9(08).
           02  K23B-COMM-DT-FINE        PIC  9(08).
           02  K23B-COMM-ESITO          PIC  X(01).
               88  K23B-COMM-OK                      VALUE 'S'.
               88  K23B-COMM-KO                      VALUE 'N'.
           02  K23B-COMM-MSG            PIC  X(40).
           02  K23B-COMM-NUM-DLG        PIC  9(02).
           02  K23B-COMM-DLG OCCURS 15.
               03  K23B-COMM-D-RAP-SERV PIC  X(02).
               03  K23B-COMM-D-RAP-FIL  PIC  X(05).
               03  K23B-COMM-D-RAP-CC   PIC  X(08).
               03  K23B-COMM-D-DELEGATO PIC  X(12).
               03  K23B-COMM-D-RUOLO    PIC  X(02).
               03  K23B-COMM-D-LIMITE   PIC S9(18)  COMP-3.
               03  K23B-COMM-D-FIRMA    PIC  X(01).
               03  K23B-COMM-D-INIZIO   PIC  9(08).
               03  K23B-COMM-D-FINE     PIC  9(08).
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           SET K23B-COMM-KO             TO TRUE
           MOVE SPACE                   TO K23B-COMM-MSG
           EVALUATE TRUE
             WHEN K23B-FUNZ-ELENCA
                  PERFORM 1000-ELENCA   THRU 1000-ELENCA-X
             WHEN K23B-FUNZ-INSERISCI
                  PERFORM 2000-INSERISCI THRU 2000-INSERISCI-X
             WHEN K23B-FUNZ-REVOCA
                  PERFORM 3000-REVOCA   THRU 3000-REVOCA-X
             WHEN OTHER
                  MOVE 'FUNZIONE NON RICONOSCIUTA'
                                        TO K23B-COMM-MSG
           END-EVALUATE
           GOBACK.
      *
      *----------------------------------------------------------------*
       1000-ELENCA.
           MOVE ZERO                    TO K23B-COMM-NUM-DLG
           MOVE 'N'                     TO SW-FINE-DLG
           EXEC SQL OPEN CURS-DLG END-EXEC
           PERFORM 1100-CARICA-DLG      THRU 1100-CARICA-DLG-X
                   UNTIL FINE-DLG
                   OR    K23B-COMM-NUM-DLG NOT < 15
           EXEC SQL CLOSE CURS-DLG END-EXEC
           SET K23B-COMM-OK             TO TRUE.
      *----------------------------------------------------------------*
       1000-ELENCA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       1100-CARICA-DLG.
           EXEC SQL FETCH CURS-DLG
                    INTO :W-DLG-RAP-SERV, :W-DLG-RAP-FIL,
                         :W-DLG-RAP-CC, :W-DLG-DELEGATO,
                         :W-DLG-RUOLO, :W-DLG-LIMITE, :W-DLG-FIRMA,
                         :W-DT-INIZIO, :W-DT-FINE
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-DLG             TO TRUE
               GO TO 1100-CARICA-DLG-X
           END-IF
           ADD 1                        TO K23B-COMM-NUM-DLG
           MOVE K23B-COMM-NUM-DLG       TO W-IX
           MOVE W-DLG-RAP-SERV          TO K23B-COMM-D-RAP-SERV (W-IX)
           MOVE W-DLG-RAP-FIL           TO K23B-COMM-D-RAP-FIL (W-IX)
           MOVE W-DLG-RAP-CC            TO K23B-COMM-D-RAP-CC (W-IX)
           MOVE W-DLG-DELEGATO          TO K23B-COMM-D-DELEGATO (W-IX)
           MOVE W-DLG-RUOLO             TO K23B-COMM-D-RUOLO (W-IX)
           MOVE W-DLG-LIMITE            TO K23B-COMM-D-LIMITE (W-IX)
           MOVE W-DLG-FIRMA             TO K23B-COMM-D-FIRMA (W-IX)
           MOVE ZERO                    TO K23B-COMM-D-INIZIO (W-IX)
                                           K23B-COMM-D-FINE (W-IX)
           MOVE W-DT-INIZIO(1:4)        TO
                K23B-COMM-D-INIZIO (W-IX) (1:4)
           MOVE W-DT-INIZIO(6:2)        TO
                K23B-COMM-D-INIZIO (W-IX) (5:2)
           MOVE W-DT-INIZIO(9:2)        TO
                K23B-COMM-D-INIZIO (W-IX) (7:2)
           IF  W-DT-FINE NOT = SPACE
           THEN
               MOVE W-DT-FINE(1:4)      TO
                    K23B-COMM-D-FINE (W-IX) (1:4)
               MOVE W-DT-FINE(6:2)      TO
                    K23B-COMM-D-FINE (W-IX) (5:2)
               MOVE W-DT-FINE(9:2)      TO
                    K23B-COMM-D-FINE (W-IX) (7:2)
           END-IF.
      *----------------------------------------------------------------*
       1100-CARICA-DLG-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2000-INSERISCI.
           IF  NOT K23B-RUOLO-VALIDO
           THEN
               MOVE 'RUOLO NON VALIDO (LR/AM/PR/DE/CI/CU)'
                                        TO K23B-COMM-MSG
               GO TO 2000-INSERISCI-X
           END-IF
           IF  NOT K23B-FIRMA-VALIDA
           THEN
               MOVE 'MODALITA'' DI FIRMA NON VALIDA (D/C)'
                                        TO K23B-COMM-MSG
               GO TO 2000-INSERISCI-X
           END-IF
           IF  K23B-COMM-LIMITE < ZERO
           THEN
               MOVE 'LIMITE DI IMPORTO NON VALIDO'
                                        TO K23B-COMM-MSG
               GO TO 2000-INSERISCI-X
           END-IF
           IF  K23B-COMM-DT-FINE NOT = ZERO
           AND K23B-COMM-DT-FINE < K23B-COMM-DT-INIZIO
           THEN
               MOVE 'FINE VALIDITA'' PRECEDENTE ALL''INIZIO'
                                        TO K23B-COMM-MSG
               GO TO 2000-INSERISCI-X
           END-IF
      *
           EXEC SQL SELECT COALESCE(ANA_DECEDUTO, 'N')
                      INTO :W-DECEDUTO
                      FROM T_ANA_NDG
                     WHERE ANA_NDG = :K23B-COMM-NDG
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 'NDG TITOLARE INESISTENTE'
                                        TO K23B-COMM-MSG
               GO TO 2000-INSERISCI-X
           END-IF
           EXEC SQL SELECT COALESCE(ANA_DECEDUTO, 'N')
                      INTO :W-DECEDUTO
                      FROM T_ANA_NDG
                     WHERE ANA_NDG = :K23B-COMM-DELEGATO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 'NDG DELEGATO INESISTENTE'
                                        TO K23B-COMM-MSG
               GO TO 2000-INSERISCI-X
           END-IF
           IF  W-DECEDUTO = 'S'
           THEN
               MOVE 'DELEGATO DECEDUTO' TO K23B-COMM-MSG
               GO TO 2000-INSERISCI-X
           END-IF
      *
           PERFORM 2100-DATE-ISO        THRU 2100-DATE-ISO-X
           EXEC SQL UPDATE T_ANA_DELEGHE
                       SET DLG_LIMITE    = :K23B-COMM-LIMITE,
                           DLG_FIRMA     = :K23B-COMM-FIRMA,
                           DLG_DT_INIZIO =
                               COALESCE(DATE(NULLIF(:W-DT-INIZIO,
                                        ' ')), DLG_DT_INIZIO),
                           DLG_DT_FINE   =
                               DATE(NULLIF(:W-DT-FINE, ' ')),
                           DLG_UTENTE    = :K23B-COMM-UTENTE,
                           DLG_DATA_AGG  = CURRENT TIMESTAMP
                     WHERE DLG_NDG          = :K23B-COMM-NDG
                       AND DLG_RAP_SERV     = :K23B-COMM-RAP-SERV
                       AND DLG_RAP_FIL      = :K23B-COMM-RAP-FIL
                       AND DLG_RAP_CC       = :K23B-COMM-RAP-CC
                       AND DLG_NDG_DELEGATO = :K23B-COMM-DELEGATO
                       AND DLG_RUOLO        = :K23B-COMM-RUOLO
                       AND DLG_STATO        = 'A'
           END-EXEC
           IF  SQLCODE = 100
           THEN
               EXEC SQL INSERT INTO T_ANA_DELEGHE
                               (DLG_NDG
                               ,DLG_RAP_SERV
                               ,DLG_RAP_FIL
                               ,DLG_RAP_CC
                               ,DLG_NDG_DELEGATO
                               ,DLG_RUOLO
                               ,DLG_LIMITE
                               ,DLG_FIRMA
                               ,DLG_DT_INIZIO
                               ,DLG_DT_FINE
                               ,DLG_STATO
                               ,DLG_UTENTE
                               ,DLG_DATA_AGG)
                        VALUES (:K23B-COMM-NDG
                               ,:K23B-COMM-RAP-SERV
                               ,:K23B-COMM-RAP-FIL
                               ,:K23B-COMM-RAP-CC
                               ,:K23B-COMM-DELEGATO
                               ,:K23B-COMM-RUOLO
                               ,:K23B-COMM-LIMITE
                               ,:K23B-COMM-FIRMA
                               ,COALESCE(DATE(NULLIF(:W-DT-INIZIO,
                                         ' ')), CURRENT DATE)
                               ,DATE(NULLIF(:W-DT-FINE, ' '))
                               ,'A'
                               ,:K23B-COMM-UTENTE
                               ,CURRENT TIMESTAMP)
               END-EXEC
           END-IF
           IF  SQLCODE = ZERO
           THEN
               EXEC CICS SYNCPOINT END-EXEC
               SET K23B-COMM-OK         TO TRUE
               MOVE 'DELEGA REGISTRATA' TO K23B-COMM-MSG
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'REGISTRAZIONE NON RIUSCITA'
                                        TO K23B-COMM-MSG
           END-IF.
      *----------------------------------------------------------------*
       2000-INSERISCI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2100-DATE-ISO.
           MOVE SPACE                   TO W-DT-INIZIO W-DT-FINE
           IF  K23B-COMM-DT-INIZIO NOT = ZERO
           THEN
               MOVE K23B-COMM-DT-INIZIO(1:4) TO W-DT-INIZIO(1:4)
               MOVE '-'                 TO W-DT-INIZIO(5:1)
               MOVE K23B-COMM-DT-INIZIO(5:2) TO W-DT-INIZIO(6:2)
               MOVE '-'                 TO W-DT-INIZIO(8:1)
               MOVE K23B-COMM-DT-INIZIO(7:2) TO W-DT-INIZIO(9:2)
           END-IF
           IF  K23B-COMM-DT-FINE NOT = ZERO
           THEN
               MOVE K23B-COMM-DT-FINE(1:4) TO W-DT-FINE(1:4)
               MOVE '-'                 TO W-DT-FINE(5:1)
               MOVE K23B-COMM-DT-FINE(5:2) TO W-DT-FINE(6:2)
               MOVE '-'                 TO W-DT-FINE(8:1)
               MOVE K23B-COMM-DT-FINE(7:2) TO W-DT-FINE(9:2)
           END-IF.
      *----------------------------------------------------------------*
       2100-DATE-ISO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-REVOCA.
           EXEC SQL UPDATE T_ANA_DELEGHE
                       SET DLG_STATO     = 'R',
                           DLG_DT_FINE   = CURRENT DATE,
                           DLG_UTENTE    = :K23B-COMM-UTENTE,
                           DLG_DATA_AGG  = CURRENT TIMESTAMP
                     WHERE DLG_NDG          = :K23B-COMM-NDG
                       AND DLG_RAP_SERV     = :K23B-COMM-RAP-SERV
                       AND DLG_RAP_FIL      = :K23B-COMM-RAP-FIL
                       AND DLG_RAP_CC       = :K23B-COMM-RAP-CC
                       AND DLG_NDG_DELEGATO = :K23B-COMM-DELEGATO
                       AND DLG_RUOLO        = :K23B-COMM-RUOLO
                       AND DLG_STATO        = 'A'
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               EXEC CICS SYNCPOINT END-EXEC
               SET K23B-COMM-OK         TO TRUE
               MOVE 'DELEGA REVOCATA'   TO K23B-COMM-MSG
           ELSE
               MOVE 'DELEGA ATTIVA NON TROVATA'
                                        TO K23B-COMM-MSG
           END-IF.
      *----------------------------------------------------------------*
       3000-REVOCA-X.
           EXIT.
      *
      ********************** EOM AN0233KB *******************************
