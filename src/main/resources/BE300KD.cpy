      ******************************************************************
      *                        BE300KD                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - GESTIONE CASI AML           *
      *  DESCRIZIONE  : SOTTOPROGRAMMA COMUNE RICHIAMATO VIA LINK     *
      *                 DALLA FUNZIONE ONLINE DEGLI ANALISTI AML PER  *
      *                 LAVORARE I CASI APERTI OGNI NOTTE DA BE300S4  *
      *                 (T_BE_AML_CASO, UN CASO PER NDG):             *
      *                   'E' ELENCA I CASI APERTI (FINO A 15),       *
      *                       FILTRABILI PER STATO E ASSEGNATARIO     *
      *                   'D' DETTAGLIO DEGLI ALERT DEL CASO (15)     *
      *                   'A' ASSEGNA IL CASO (STATO 'L')             *
      *                   'C' AGGIUNGE UN COMMENTO (TESTO OBBLIGAT.)  *
      *                   'S' ESCALATION DEL CASO (STATO 'E')         *
      *                   'N' CHIUDE SENZA SEGUITO (STATO 'N'),       *
      *                       MOTIVAZIONE OBBLIGATORIA                *
      *                   'R' CHIUDE CON SEGNALAZIONE (STATO 'R'),    *
      *                       RIFERIMENTO DELLA SOS OBBLIGATORIO      *
      *                 LE AZIONI VALGONO SOLO SUI CASI APERTI        *
      *                 (A/L/E); OGNI AZIONE SCRIVE UNA RIGA IN       *
      *                 T_BE_AML_EVENTI CON TIMESTAMP E UTENTE, CHE   *
      *                 COSTITUISCE LA TRACCIA PER LE ISPEZIONI       *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : COMMAREA (FUNZIONE, CASO, UTENTE, TESTO)      *
      *  OUTPUT       : COMMAREA (ESITO, ELENCO), T_BE_AML_CASO,      *
      *                 T_BE_AML_EVENTI                               *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - AZIONI DEGLI ANALISTI SUI CASI AML   *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300KD.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA  DIVISION.
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  W-CAS-ID                    PIC S9(09) COMP-3 VALUE ZERO.
       01  W-NDG                       PIC  X(12) VALUE SPACE.
       01  W-STATO                     PIC  X(01) VALUE SPACE.
       01  W-ASSEGNATARIO              PIC  X(08) VALUE SPACE.
       01  W-PUNTEGGIO                 PIC S9(03) COMP-3 VALUE ZERO.
       01  W-NUM-ALERT                 PIC S9(05) COMP-3 VALUE ZERO.
       01  W-FONTE                     PIC  X(03) VALUE SPACE.
       01  W-CRO                       PIC  X(11) VALUE SPACE.
       01  W-IMPORTO                   PIC S9(18) COMP-3 VALUE ZERO.
       01  W-FILTRO-STATO              PIC  X(01) VALUE SPACE.
       01  W-FILTRO-ASSEGN             PIC  X(08) VALUE SPACE.
       01  W-STATO-NUOVO               PIC  X(01) VALUE SPACE.
       01  W-AZIONE                    PIC  X(03) VALUE SPACE.
       01  W-TESTO                     PIC  X(200) VALUE SPACE.
      *
       01  SW-FINE-CASI                PIC  X(01) VALUE 'N'.
           88  FINE-CASI                           VALUE 'S'.
       01  SW-FINE-ALERT               PIC  X(01) VALUE 'N'.
           88  FINE-ALERT                          VALUE 'S'.
      *
      *    STATO E ASSEGNATARIO A SPAZI NELLA COMMAREA = TUTTI
           EXEC SQL DECLARE CURS-CASI CURSOR FOR
               SELECT  CAS_ID, CAS_NDG, CAS_STATO, CAS_ASSEGNATARIO,
                       CAS_PUNTEGGIO, CAS_NUM_ALERT
                 FROM  T_BE_AML_CASO
                WHERE  CAS_STATO IN ('A', 'L', 'E')
                  AND (CAS_STATO = :W-FILTRO-STATO
                   OR  :W-FILTRO-STATO = ' ')
                  AND (CAS_ASSEGNATARIO = :W-FILTRO-ASSEGN
                   OR  :W-FILTRO-ASSEGN = ' ')
                ORDER BY CAS_PUNTEGGIO DESC, CAS_DATA_APERTURA
           END-EXEC.
      *
           EXEC SQL DECLARE CURS-ALERT CURSOR FOR
               SELECT  ALE_FONTE, ALE_CRO, ALE_IMPORTO,
                       ALE_PUNTEGGIO
                 FROM  T_BE_AML_ALERT
                WHERE  ALE_CAS_ID = :W-CAS-ID
                ORDER BY ALE_PROG
           END-EXEC.
      *
      *----------------------------------------------------------------*
       LINKAGE  SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           02  K30D-COMM-FUNZIONE       PIC  X(01).
               88  K30D-FUNZ-ELENCA                  VALUE 'E'.
               88  K30D-FUNZ-DETTAGLIO               VALUE 'D'.
               88  K30D-FUNZ-ASSEGNA                 VALUE 'A'.
               88  K30D-FUNZ-COMMENTA                VALUE 'C'.
               88  K30D-FUNZ-ESCALA                  VALUE 'S'.
               88  K30D-FUNZ-CHIUDI-NO               VALUE 'N'.
               88  K30D-FUNZ-CHIUDI-SOS              VALUE 'R'.
           02  K30D-COMM-CAS-ID         PIC S9(09)  COMP-3.
           02  K30D-COMM-STATO          PIC  X(01).
           02  K30D-COMM-ASSEGNATARIO   PIC  X(08).
           02  K30D-COMM-UTENTE         PIC  X(08).
           02  K30D-COMM-TESTO          PIC  X(200).
           02  K30D-COMM-RIF-SOS        PIC  X(20).
           02  K30D-COMM-ESITO          PIC  X(01).
               88  K30D-COMM-OK                      VALUE 'S'.
               88  K30D-COMM-KO                      VALUE 'N'.
           02  K30D-COMM-NUM-ELEM       PIC  9(02).
           02  K30D-COMM-ELENCO.
               03  K30D-COMM-CASO OCCURS 15.
                   04  K30D-COMM-C-ID   PIC S9(09)  COMP-3.
                   04  K30D-COMM-C-NDG  PIC  X(12).
                   04  K30D-COMM-C-STATO
                                        PIC  X(01).
                   04  K30D-COMM-C-ASSEGN
                                        PIC  X(08).
                   04  K30D-COMM-C-PUNTEGGIO
                                        PIC S9(03)  COMP-3.
                   04  K30D-COMM-C-NUM-ALERT
                                        PIC S9(05)  COMP-3.
           02  K30D-COMM-ELENCO-ALERT REDEFINES K30D-COMM-ELENCO.
               03  K30D-COMM-ALERT OCCURS 15.
                   04  K30D-COMM-A-FONTE
                                        PIC  X(03).
                   04  K30D-COMM-A-CRO  PIC  X(11).
                   04  K30D-COMM-A-IMPORTO
                                        PIC S9(18)  COMP-3.
                   04  K30D-COMM-A-PUNTEGGIO
                                        PIC S9(03)  COMP-3.
               03  FILLER               PIC  X(75).
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           SET K30D-COMM-KO             TO TRUE
           EVALUATE TRUE
             WHEN K30D-FUNZ-ELENCA
                  PERFORM 1000-ELENCA   THRU 1000-ELENCA-X
             WHEN K30D-FUNZ-DETTAGLIO
                  PERFORM 1500-DETTAGLIO
                                        THRU 1500-DETTAGLIO-X
             WHEN K30D-FUNZ-ASSEGNA
             WHEN K30D-FUNZ-COMMENTA
             WHEN K30D-FUNZ-ESCALA
             WHEN K30D-FUNZ-CHIUDI-NO
             WHEN K30D-FUNZ-CHIUDI-SOS
                  PERFORM 2000-AZIONE   THRU 2000-AZIONE-X
           END-EVALUATE
           GOBACK.
      *
      *----------------------------------------------------------------*
       1000-ELENCA.
           MOVE ZERO                    TO K30D-COMM-NUM-ELEM
           MOVE 'N'                     TO SW-FINE-CASI
           MOVE K30D-COMM-STATO         TO W-FILTRO-STATO
           MOVE K30D-COMM-ASSEGNATARIO  TO W-FILTRO-ASSEGN
           EXEC SQL OPEN CURS-CASI END-EXEC
           PERFORM 1100-CARICA-CASO     THRU 1100-CARICA-CASO-X
                   UNTIL FINE-CASI
                   OR    K30D-COMM-NUM-ELEM NOT < 15
           EXEC SQL CLOSE CURS-CASI END-EXEC
           SET K30D-COMM-OK             TO TRUE.
      *----------------------------------------------------------------*
       1000-ELENCA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       1100-CARICA-CASO.
           EXEC SQL FETCH CURS-CASI
                    INTO :W-CAS-ID, :W-NDG, :W-STATO, :W-ASSEGNATARIO,
                         :W-PUNTEGGIO, :W-NUM-ALERT
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-CASI            TO TRUE
           ELSE
               ADD 1                    TO K30D-COMM-NUM-ELEM
               MOVE W-CAS-ID            TO
                    K30D-COMM-C-ID (K30D-COMM-NUM-ELEM)
               MOVE W-NDG               TO
                    K30D-COMM-C-NDG (K30D-COMM-NUM-ELEM)
               MOVE W-STATO             TO
                    K30D-COMM-C-STATO (K30D-COMM-NUM-ELEM)
               MOVE W-ASSEGNATARIO      TO
                    K30D-COMM-C-ASSEGN (K30D-COMM-NUM-ELEM)
               MOVE W-PUNTEGGIO         TO
                    K30D-COMM-C-PUNTEGGIO (K30D-COMM-NUM-ELEM)
               MOVE W-NUM-ALERT         TO
                    K30D-COMM-C-NUM-ALERT (K30D-COMM-NUM-ELEM)
           END-IF.
      *----------------------------------------------------------------*
       1100-CARICA-CASO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    1500-DETTAGLIO: TESTATA DEL CASO NEI CAMPI DI FILTRO, ALERT
      *    NELL'ELENCO
      *----------------------------------------------------------------*
       1500-DETTAGLIO.
           MOVE ZERO                    TO K30D-COMM-NUM-ELEM
           EXEC SQL SELECT CAS_STATO, CAS_ASSEGNATARIO, CAS_RIF_SOS
                      INTO :K30D-COMM-STATO, :K30D-COMM-ASSEGNATARIO,
                           :K30D-COMM-RIF-SOS
                      FROM T_BE_AML_CASO
                     WHERE CAS_ID = :K30D-COMM-CAS-ID
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               GO TO 1500-DETTAGLIO-X
           END-IF
           MOVE K30D-COMM-CAS-ID        TO W-CAS-ID
           MOVE 'N'                     TO SW-FINE-ALERT
           EXEC SQL OPEN CURS-ALERT END-EXEC
           PERFORM 1600-CARICA-ALERT    THRU 1600-CARICA-ALERT-X
                   UNTIL FINE-ALERT
                   OR    K30D-COMM-NUM-ELEM NOT < 15
           EXEC SQL CLOSE CURS-ALERT END-EXEC
           SET K30D-COMM-OK             TO TRUE.
      *----------------------------------------------------------------*
       1500-DETTAGLIO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       1600-CARICA-ALERT.
           EXEC SQL FETCH CURS-ALERT
                    INTO :W-FONTE, :W-CRO, :W-IMPORTO,
                         :W-PUNTEGGIO
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-ALERT           TO TRUE
           ELSE
               ADD 1                    TO K30D-COMM-NUM-ELEM
               MOVE W-FONTE             TO
                    K30D-COMM-A-FONTE (K30D-COMM-NUM-ELEM)
               MOVE W-CRO               TO
                    K30D-COMM-A-CRO (K30D-COMM-NUM-ELEM)
               MOVE W-IMPORTO           TO
                    K30D-COMM-A-IMPORTO (K30D-COMM-NUM-ELEM)
               MOVE W-PUNTEGGIO         TO
                    K30D-COMM-A-PUNTEGGIO (K30D-COMM-NUM-ELEM)
           END-IF.
      *----------------------------------------------------------------*
       1600-CARICA-ALERT-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-AZIONE: CONTROLLI DI COMPLETEZZA, AGGIORNAMENTO DEL
      *    CASO (SOLO SE ANCORA APERTO) E RIGA DI TRACCIA
      *----------------------------------------------------------------*
       2000-AZIONE.
           IF  K30D-COMM-UTENTE = SPACE
           THEN
               GO TO 2000-AZIONE-X
           END-IF
           EXEC SQL SELECT CAS_STATO, CAS_ASSEGNATARIO
                      INTO :W-STATO, :W-ASSEGNATARIO
                      FROM T_BE_AML_CASO
                     WHERE CAS_ID = :K30D-COMM-CAS-ID
                       AND CAS_STATO IN ('A', 'L', 'E')
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               GO TO 2000-AZIONE-X
           END-IF
      *
           MOVE W-STATO                 TO W-STATO-NUOVO
           MOVE K30D-COMM-TESTO         TO W-TESTO
           EVALUATE TRUE
             WHEN K30D-FUNZ-ASSEGNA
                  IF  K30D-COMM-ASSEGNATARIO = SPACE
                  THEN
                      GO TO 2000-AZIONE-X
                  END-IF
                  MOVE K30D-COMM-ASSEGNATARIO
                                        TO W-ASSEGNATARIO
                  IF  W-STATO = 'A'
                  THEN
                      MOVE 'L'          TO W-STATO-NUOVO
                  END-IF
                  MOVE 'ASS'            TO W-AZIONE
                  IF  W-TESTO = SPACE
                  THEN
                      STRING 'ASSEGNATO A '  DELIMITED BY SIZE
                             W-ASSEGNATARIO  DELIMITED BY SPACE
                             INTO W-TESTO
                  END-IF
             WHEN K30D-FUNZ-COMMENTA
                  MOVE 'COM'            TO W-AZIONE
             WHEN K30D-FUNZ-ESCALA
                  MOVE 'E'              TO W-STATO-NUOVO
                  MOVE 'ESC'            TO W-AZIONE
             WHEN K30D-FUNZ-CHIUDI-NO
                  MOVE 'N'              TO W-STATO-NUOVO
                  MOVE 'CHN'            TO W-AZIONE
             WHEN K30D-FUNZ-CHIUDI-SOS
                  IF  K30D-COMM-RIF-SOS = SPACE
                  THEN
                      GO TO 2000-AZIONE-X
                  END-IF
                  MOVE 'R'              TO W-STATO-NUOVO
                  MOVE 'CHR'            TO W-AZIONE
                  IF  W-TESTO = SPACE
                  THEN
                      STRING 'SOS '          DELIMITED BY SIZE
                             K30D-COMM-RIF-SOS
                                             DELIMITED BY SPACE
                             INTO W-TESTO
                  END-IF
           END-EVALUATE
      *    COMMENTO, ESCALATION E CHIUSURA SENZA SEGUITO VANNO
      *    SEMPRE MOTIVATI
           IF  W-TESTO = SPACE
           THEN
               GO TO 2000-AZIONE-X
           END-IF
      *
           IF  W-STATO-NUOVO = 'N' OR 'R'
           THEN
               EXEC SQL UPDATE T_BE_AML_CASO
                           SET CAS_STATO           = :W-STATO-NUOVO,
                               CAS_RIF_SOS         = :K30D-COMM-RIF-SOS,
                               CAS_UTENTE_CHIUSURA = :K30D-COMM-UTENTE,
                               CAS_DATA_CHIUSURA   = CURRENT TIMESTAMP,
                               CAS_DATA_AGG        = CURRENT TIMESTAMP
                         WHERE CAS_ID    = :K30D-COMM-CAS-ID
                           AND CAS_STATO IN ('A', 'L', 'E')
               END-EXEC
           ELSE
               EXEC SQL UPDATE T_BE_AML_CASO
                           SET CAS_STATO        = :W-STATO-NUOVO,
                               CAS_ASSEGNATARIO = :W-ASSEGNATARIO,
                               CAS_DATA_AGG     = CURRENT TIMESTAMP
                         WHERE CAS_ID    = :K30D-COMM-CAS-ID
                           AND CAS_STATO IN ('A', 'L', 'E')
               END-EXEC
           END-IF
           IF  SQLCODE NOT = ZERO OR SQLERRD(3) = ZERO
           THEN
               GO TO 2000-AZIONE-X
           END-IF
      *
           EXEC SQL INSERT INTO T_BE_AML_EVENTI
                           (EVE_CAS_ID
                           ,EVE_TS
                           ,EVE_UTENTE
                           ,EVE_AZIONE
                           ,EVE_TESTO)
                    VALUES (:K30D-COMM-CAS-ID
                           ,CURRENT TIMESTAMP
                           ,:K30D-COMM-UTENTE
                           ,:W-AZIONE
                           ,:W-TESTO)
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               EXEC CICS SYNCPOINT END-EXEC
               SET K30D-COMM-OK         TO TRUE
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.
      *----------------------------------------------------------------*
       2000-AZIONE-X.
           EXIT.
      *
      ********************** EOM BE300KD ********************************
