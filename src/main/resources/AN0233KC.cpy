      ******************************************************************
      *                        AN0233KC                                *
      *                                                                *
      *  PROCEDURA    : ANAGRAFE GENERALE - REGISTRO PARTI CORRELATE   *
      *  DESCRIZIONE  : SOTTOPROGRAMMA RICHIAMATO VIA LINK DALLA       *
      *                 FUNZIONE ONLINE DELLA SEGRETERIA SOCIETARIA.   *
      *                 IL REGISTRO T_ANA_PARTI_CORR TIENE PER OGNI    *
      *                 NDG PARTE CORRELATA IL RUOLO, LA RELAZIONE     *
      *                 (D DIRETTA, N NUCLEO FAMILIARE, T CATENA DI    *
      *                 TITOLARITA') CON L'NDG DI RIFERIMENTO E LA     *
      *                 VALIDITA'. QUI SI GESTISCONO SOLO LE RIGHE     *
      *                 DIRETTE; LE CONNESSE LE DERIVA OGNI NOTTE      *
      *                 AN0233RN:                                      *
      *                   'E' ELENCA LE RIGHE ATTIVE DELL'NDG, COME    *
      *                       PARTE O COME RIFERIMENTO (FINO A 15)     *
      *                   'I' INSERISCE LA PARTE DIRETTA, O NE         *
      *                       MODIFICA LA VALIDITA' SE GIA' ATTIVA     *
      *                   'R' REVOCA LA PARTE DIRETTA (STATO 'C',      *
      *                       FINE OGGI); LE CONNESSE CADONO ALLA      *
      *                       PASSATA NOTTURNA SUCCESSIVA              *
      *                   'D' REGISTRA LA DELIBERA DEL CONSIGLIO       *
      *                       (APPROVATA O NEGATA) SU UNA PRATICA DFAX *
      *                       DI PARTE CORRELATA SOPRA SOGLIA, CHIESTA *
      *                       DA D05223A0 (SCARTO E019)                *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ANAGRAFE           *
      *  INPUT        : COMMAREA (FUNZIONE, UTENTE, NDG, RUOLO,        *
      *                 VALIDITA', DELIBERA), T_ANA_NDG (DB2)          *
      *  OUTPUT       : COMMAREA (ESITO, ELENCO), T_ANA_PARTI_CORR,    *
      *                 T_ANA_PARTI_CORR_DEL                           *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - REGISTRO PARTI CORRELATE DIRETTE E   *
      *           DELIBERE DEL CONSIGLIO SULLE PRATICHE                *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     AN0233KC.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA  DIVISION.
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  W-STATO-ANA                 PIC  X(01) VALUE SPACE.
       01  W-DT-INIZIO                 PIC  X(10) VALUE SPACE.
       01  W-DT-FINE                   PIC  X(10) VALUE SPACE.
       01  W-DT-DELIBERA               PIC  X(10) VALUE SPACE.
       01  W-PCO-NDG                   PIC  X(12) VALUE SPACE.
       01  W-PCO-RUOLO                 PIC  X(02) VALUE SPACE.
       01  W-PCO-RELAZIONE             PIC  X(01) VALUE SPACE.
       01  W-PCO-NDG-RIF               PIC  X(12) VALUE SPACE.
       01  W-IX                        PIC S9(04) COMP VALUE ZERO.
      *
       01  SW-FINE-PCO                 PIC  X(01) VALUE 'N'.
           88  FINE-PCO                            VALUE 'S'.
      *
           EXEC SQL DECLARE CURS-PCO CURSOR FOR
               SELECT  PCO_NDG, PCO_RUOLO, PCO_RELAZIONE,
                       PCO_NDG_RIF, CHAR(PCO_DT_INIZIO, ISO),
                       COALESCE(CHAR(PCO_DT_FINE, ISO), ' ')
                 FROM  T_ANA_PARTI_CORR
                WHERE  (PCO_NDG     = :K23C-COMM-NDG
                   OR   PCO_NDG_RIF = :K23C-COMM-NDG)
                  AND  PCO_STATO = 'A'
                ORDER BY PCO_RELAZIONE, PCO_RUOLO, PCO_NDG
           END-EXEC.
      *
      *----------------------------------------------------------------*
       LINKAGE  SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           02  K23C-COMM-FUNZIONE       PIC  X(01).
               88  K23C-FUNZ-ELENCA                  VALUE 'E'.
               88  K23C-FUNZ-INSERISCI               VALUE 'I'.
               88  K23C-FUNZ-REVOCA                  VALUE 'R'.
               88  K23C-FUNZ-DELIBERA                VALUE 'D'.
           02  K23C-COMM-UTENTE         PIC  X(08).
           02  K23C-COMM-NDG            PIC  X(12).
      *        RUOLI DIRETTI: EX ESPONENTE AZIENDALE (AMMINISTRATORE,
      *        SINDACO, DIRETTORE GENERALE), DS DIRIGENTE CON
      *        RESPONSABILITA' STRATEGICHE, AZ AZIONISTA RILEVANTE,
      *        SG SOCIETA' DEL GRUPPO. FA E CT SONO I RUOLI DERIVATI
      *        DA AN0233RN E NON SI INSERISCONO A MANO
           02  K23C-COMM-RUOLO          PIC  X(02).
               88  K23C-RUOLO-VALIDO        VALUE 'EX' 'DS' 'AZ' 'SG'.
      *        DATE AAAAMMGG; INIZIO A ZERO = OGGI, FINE A ZERO =
      *        SENZA SCADENZA
           02  K23C-COMM-DT-INIZIO      PIC  9(08).
           02  K23C-COMM-DT-FINE        PIC  9(08).
      *        DELIBERA DEL CONSIGLIO SULLA PRATICA (FUNZIONE 'D')
           02  K23C-COMM-NUM-PRA        PIC  9(14).
           02  K23C-COMM-NUM-DELIBERA   PIC  X(20).
           02  K23C-COMM-DT-DELIBERA    PIC  9(08).
           02  K23C-COMM-ESITO-DEL      PIC  X(01).
               88  K23C-DEL-VALIDA                   VALUE 'A' 'N'.
           02  K23C-COMM-ESITO          PIC  X(01).
               88  K23C-COMM-OK                      VALUE 'S'.
               88  K23C-COMM-KO                      VALUE 'N'.
           02  K23C-COMM-MSG            PIC  X(40).
           02  K23C-COMM-NUM-PCO        PIC  9(02).
           02  K23C-COMM-PCO OCCURS 15.
               03  K23C-COMM-P-NDG      PIC  X(12).
               03  K23C-COMM-P-RUOLO    PIC  X(02).
               03  K23C-COMM-P-RELAZIONE PIC X(01).
               03  K23C-COMM-P-NDG-RIF  PIC  X(12).
               03  K23C-COMM-P-INIZIO   PIC  9(08).
               03  K23C-COMM-P-FINE     PIC  9(08).
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           SET K23C-COMM-KO             TO TRUE
           MOVE SPACE                   TO K23C-COMM-MSG
           EVALUATE TRUE
             WHEN K23C-FUNZ-ELENCA
                  PERFORM 1000-ELENCA   THRU 1000-ELENCA-X
             WHEN K23C-FUNZ-INSERISCI
                  PERFORM 2000-INSERISCI THRU 2000-INSERISCI-X
             WHEN K23C-FUNZ-REVOCA
                  PERFORM 3000-REVOCA   THRU 3000-REVOCA-X
             WHEN K23C-FUNZ-DELIBERA
                  PERFORM 4000-DELIBERA THRU 4000-DELIBERA-X
             WHEN OTHER
                  MOVE 'FUNZIONE NON RICONOSCIUTA'
                                        TO K23C-COMM-MSG
           END-EVALUATE
           GOBACK.
      *
      *----------------------------------------------------------------*
       1000-ELENCA.
           MOVE ZERO                    TO K23C-COMM-NUM-PCO
           MOVE 'N'                     TO SW-FINE-PCO
           EXEC SQL OPEN CURS-PCO END-EXEC
           PERFORM 1100-CARICA-PCO      THRU 1100-CARICA-PCO-X
                   UNTIL FINE-PCO
                   OR    K23C-COMM-NUM-PCO NOT < 15
           EXEC SQL CLOSE CURS-PCO END-EXEC
           SET K23C-COMM-OK             TO TRUE.
      *----------------------------------------------------------------*
       1000-ELENCA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       1100-CARICA-PCO.
           EXEC SQL FETCH CURS-PCO
                    INTO :W-PCO-NDG, :W-PCO-RUOLO, :W-PCO-RELAZIONE,
                         :W-PCO-NDG-RIF, :W-DT-INIZIO, :W-DT-FINE
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-PCO             TO TRUE
               GO TO 1100-CARICA-PCO-X
           END-IF
           ADD 1                        TO K23C-COMM-NUM-PCO
           MOVE K23C-COMM-NUM-PCO       TO W-IX
           MOVE W-PCO-NDG               TO K23C-COMM-P-NDG (W-IX)
           MOVE W-PCO-RUOLO             TO K23C-COMM-P-RUOLO (W-IX)
           MOVE W-PCO-RELAZIONE         TO K23C-COMM-P-RELAZIONE (W-IX)
           MOVE W-PCO-NDG-RIF           TO K23C-COMM-P-NDG-RIF (W-IX)
           MOVE ZERO                    TO K23C-COMM-P-INIZIO (W-IX)
                                           K23C-COMM-P-FINE (W-IX)
           MOVE W-DT-INIZIO(1:4)        TO
                K23C-COMM-P-INIZIO (W-IX) (1:4)
           MOVE W-DT-INIZIO(6:2)        TO
                K23C-COMM-P-INIZIO (W-IX) (5:2)
           MOVE W-DT-INIZIO(9:2)        TO
                K23C-COMM-P-INIZIO (W-IX) (7:2)
           IF  W-DT-FINE NOT = SPACE
           THEN
               MOVE W-DT-FINE(1:4)      TO
                    K23C-COMM-P-FINE (W-IX) (1:4)
               MOVE W-DT-FINE(6:2)      TO
                    K23C-COMM-P-FINE (W-IX) (5:2)
               MOVE W-DT-FINE(9:2)      TO
                    K23C-COMM-P-FINE (W-IX) (7:2)
           END-IF.
      *----------------------------------------------------------------*
       1100-CARICA-PCO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2000-INSERISCI.
           IF  NOT K23C-RUOLO-VALIDO
           THEN
               MOVE 'RUOLO NON VALIDO (EX/DS/AZ/SG)'
                                        TO K23C-COMM-MSG
               GO TO 2000-INSERISCI-X
           END-IF
           IF  K23C-COMM-DT-FINE NOT = ZERO
           AND K23C-COMM-DT-FINE < K23C-COMM-DT-INIZIO
           THEN
               MOVE 'FINE VALIDITA'' PRECEDENTE ALL''INIZIO'
                                        TO K23C-COMM-MSG
               GO TO 2000-INSERISCI-X
           END-IF
      *
           EXEC SQL SELECT COALESCE(ANA_STATO, ' ')
                      INTO :W-STATO-ANA
                      FROM T_ANA_NDG
                     WHERE ANA_NDG = :K23C-COMM-NDG
           END-EXEC
           IF  SQLCODE NOT = ZERO
           OR  W-STATO-ANA = 'M'
           THEN
               MOVE 'NDG INESISTENTE O ACCORPATO'
                                        TO K23C-COMM-MSG
               GO TO 2000-INSERISCI-X
           END-IF
      *
           PERFORM 2100-DATE-ISO        THRU 2100-DATE-ISO-X
           EXEC SQL UPDATE T_ANA_PARTI_CORR
                       SET PCO_DT_INIZIO =
                               COALESCE(DATE(NULLIF(:W-DT-INIZIO,
                                        ' ')), PCO_DT_INIZIO),
                           PCO_DT_FINE   =
                               DATE(NULLIF(:W-DT-FINE, ' ')),
                           PCO_UTENTE    = :K23C-COMM-UTENTE,
                           PCO_DATA_AGG  = CURRENT TIMESTAMP
                     WHERE PCO_NDG       = :K23C-COMM-NDG
                       AND PCO_NDG_RIF   = :K23C-COMM-NDG
                       AND PCO_RUOLO     = :K23C-COMM-RUOLO
                       AND PCO_RELAZIONE = 'D'
                       AND PCO_STATO     = 'A'
           END-EXEC
           IF  SQLCODE = 100
           THEN
               EXEC SQL INSERT INTO T_ANA_PARTI_CORR
                               (PCO_NDG
                               ,PCO_RUOLO
                               ,PCO_RELAZIONE
                               ,PCO_NDG_RIF
                               ,PCO_DT_INIZIO
                               ,PCO_DT_FINE
                               ,PCO_STATO
                               ,PCO_UTENTE
                               ,PCO_DATA_AGG)
                        VALUES (:K23C-COMM-NDG
                               ,:K23C-COMM-RUOLO
                               ,'D'
                               ,:K23C-COMM-NDG
                               ,COALESCE(DATE(NULLIF(:W-DT-INIZIO,
                                         ' ')), CURRENT DATE)
                               ,DATE(NULLIF(:W-DT-FINE, ' '))
                               ,'A'
                               ,:K23C-COMM-UTENTE
                               ,CURRENT TIMESTAMP)
               END-EXEC
           END-IF
           IF  SQLCODE = ZERO
           THEN
               EXEC CICS SYNCPOINT END-EXEC
               SET K23C-COMM-OK         TO TRUE
               MOVE 'PARTE CORRELATA REGISTRATA'
                                        TO K23C-COMM-MSG
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'REGISTRAZIONE NON RIUSCITA'
                                        TO K23C-COMM-MSG
           END-IF.
      *----------------------------------------------------------------*
       2000-INSERISCI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2100-DATE-ISO.
           MOVE SPACE                   TO W-DT-INIZIO W-DT-FINE
           IF  K23C-COMM-DT-INIZIO NOT = ZERO
           THEN
               MOVE K23C-COMM-DT-INIZIO(1:4) TO W-DT-INIZIO(1:4)
               MOVE '-'                 TO W-DT-INIZIO(5:1)
               MOVE K23C-COMM-DT-INIZIO(5:2) TO W-DT-INIZIO(6:2)
               MOVE '-'                 TO W-DT-INIZIO(8:1)
               MOVE K23C-COMM-DT-INIZIO(7:2) TO W-DT-INIZIO(9:2)
           END-IF
           IF  K23C-COMM-DT-FINE NOT = ZERO
           THEN
               MOVE K23C-COMM-DT-FINE(1:4) TO W-DT-FINE(1:4)
               MOVE '-'                 TO W-DT-FINE(5:1)
               MOVE K23C-COMM-DT-FINE(5:2) TO W-DT-FINE(6:2)
               MOVE '-'                 TO W-DT-FINE(8:1)
               MOVE K23C-COMM-DT-FINE(7:2) TO W-DT-FINE(9:2)
           END-IF.
      *----------------------------------------------------------------*
       2100-DATE-ISO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-REVOCA.
           EXEC SQL UPDATE T_ANA_PARTI_CORR
                       SET PCO_STATO     = 'C',
                           PCO_DT_FINE   = CURRENT DATE,
                           PCO_UTENTE    = :K23C-COMM-UTENTE,
                           PCO_DATA_AGG  = CURRENT TIMESTAMP
                     WHERE PCO_NDG       = :K23C-COMM-NDG
                       AND PCO_NDG_RIF   = :K23C-COMM-NDG
                       AND PCO_RUOLO     = :K23C-COMM-RUOLO
                       AND PCO_RELAZIONE = 'D'
                       AND PCO_STATO     = 'A'
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               EXEC CICS SYNCPOINT END-EXEC
               SET K23C-COMM-OK         TO TRUE
               MOVE 'PARTE CORRELATA REVOCATA'
                                        TO K23C-COMM-MSG
           ELSE
               MOVE 'PARTE CORRELATA ATTIVA NON TROVATA'
                                        TO K23C-COMM-MSG
           END-IF.
      *----------------------------------------------------------------*
       3000-REVOCA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4000-DELIBERA.
      *    UNA DELIBERA PER PRATICA: UNA NUOVA DELIBERA SOSTITUISCE LA
      *    PRECEDENTE (ES. APPROVAZIONE DOPO UN PRIMO DINIEGO)
           IF  K23C-COMM-NUM-PRA = ZERO
           OR  K23C-COMM-NUM-DELIBERA = SPACE
           OR  K23C-COMM-DT-DELIBERA = ZERO
           THEN
               MOVE 'PRATICA, NUMERO E DATA DELIBERA MANCANTI'
                                        TO K23C-COMM-MSG
               GO TO 4000-DELIBERA-X
           END-IF
           IF  NOT K23C-DEL-VALIDA
           THEN
               MOVE 'ESITO DELIBERA NON VALIDO (A/N)'
                                        TO K23C-COMM-MSG
               GO TO 4000-DELIBERA-X
           END-IF
           MOVE K23C-COMM-DT-DELIBERA(1:4) TO W-DT-DELIBERA(1:4)
           MOVE '-'                     TO W-DT-DELIBERA(5:1)
           MOVE K23C-COMM-DT-DELIBERA(5:2) TO W-DT-DELIBERA(6:2)
           MOVE '-'                     TO W-DT-DELIBERA(8:1)
           MOVE K23C-COMM-DT-DELIBERA(7:2) TO W-DT-DELIBERA(9:2)
      *
           EXEC SQL UPDATE T_ANA_PARTI_CORR_DEL
                       SET DEL_NUM_DELIBERA = :K23C-COMM-NUM-DELIBERA,
                           DEL_DT_DELIBERA  = DATE(:W-DT-DELIBERA),
                           DEL_ESITO        = :K23C-COMM-ESITO-DEL,
                           DEL_UTENTE       = :K23C-COMM-UTENTE,
                           DEL_DATA_AGG     = CURRENT TIMESTAMP
                     WHERE DEL_NUM_PRA      = :K23C-COMM-NUM-PRA
           END-EXEC
           IF  SQLCODE = 100
           THEN
               EXEC SQL INSERT INTO T_ANA_PARTI_CORR_DEL
                               (DEL_NUM_PRA
                               ,DEL_NUM_DELIBERA
                               ,DEL_DT_DELIBERA
                               ,DEL_ESITO
                               ,DEL_UTENTE
                               ,DEL_DATA_AGG)
                        VALUES (:K23C-COMM-NUM-PRA
                               ,:K23C-COMM-NUM-DELIBERA
                               ,DATE(:W-DT-DELIBERA)
                               ,:K23C-COMM-ESITO-DEL
                               ,:K23C-COMM-UTENTE
                               ,CURRENT TIMESTAMP)
               END-EXEC
           END-IF
           IF  SQLCODE = ZERO
           THEN
               EXEC CICS SYNCPOINT END-EXEC
               SET K23C-COMM-OK         TO TRUE
               MOVE 'DELIBERA REGISTRATA'
                                        TO K23C-COMM-MSG
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'REGISTRAZIONE NON RIUSCITA'
                                        TO K23C-COMM-MSG
           END-IF.
      *----------------------------------------------------------------*
       4000-DELIBERA-X.
           EXIT.
      *
      ********************** EOM AN0233KC *******************************
