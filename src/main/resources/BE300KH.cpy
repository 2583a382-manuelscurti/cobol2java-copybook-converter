      ******************************************************************
      *                        BE300KH                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - INDAGINI SUI PAGAMENTI      *
      *  DESCRIZIONE  : SOTTOPROGRAMMA COMUNE RICHIAMATO VIA LINK      *
      *                 DALLA FUNZIONE ONLINE DELLE INDAGINI           *
      *                 (RICHIESTE DI STATO E DI MODIFICA DI BANCHE    *
      *                 CONTROPARTI E CLIENTI), COME BE300K2 PER I     *
      *                 RECALL:                                        *
      *                   'A' APRE UN CASO ARRIVATO PER E-MAIL SUL CRO *
      *                       DEL MOVIMENTO (TIPO, MOTIVO, TESTO)      *
      *                   'R' REGISTRA LA RISPOSTA DI UN CASO APERTO   *
      *                       (CODICE CAMT.029 E TESTO)                *
      *                 I CASI DA FLUSSO CAMT.027/087 LI APRE BE300SC, *
      *                 CHE MANDA ANCHE LE RISPOSTE CAMT.029 ALLE      *
      *                 BANCHE; SENZA BIC DEL RICHIEDENTE LA RISPOSTA  *
      *                 VA PER E-MAIL E IL CASO SI CHIUDE SUBITO.      *
      *                 MOTIVI E GIORNI DI RISPOSTA SONO IN            *
      *                 T_BE_IND_MOTIVI, I CASI IN T_BE_INDAGINI       *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : COMMAREA (FUNZIONE, CRO O CASO, MOTIVO, TESTO, *
      *                 UTENTE)                                        *
      *  OUTPUT       : COMMAREA (ESITO, NUMERO CASO), T_BE_INDAGINI   *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - APERTURA E RISPOSTA DEI CASI DI      *
      *           INDAGINE                                             *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300KH.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA  DIVISION.
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  W-GG-RISPOSTA               PIC S9(03) COMP-3 VALUE ZERO.
       01  W-ISTITUTO                  PIC S9(06) COMP-3 VALUE ZERO.
       01  W-DATA-INSE                 PIC  X(08) VALUE SPACE.
       01  W-NUM-DIST                  PIC S9(10) COMP-3 VALUE ZERO.
       01  W-NUM-MOV                   PIC S9(10) COMP-3 VALUE ZERO.
       01  W-TIPO                      PIC  X(03) VALUE SPACE.
       01  W-BIC-MITT                  PIC  X(11) VALUE SPACE.
       01  W-STATO-NUOVO               PIC  X(01) VALUE SPACE.
      *
      *----------------------------------------------------------------*
       LINKAGE  SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           02  K30H-COMM-FUNZIONE       PIC  X(01).
               88  K30H-FUNZ-APRI                    VALUE 'A'.
               88  K30H-FUNZ-RISPONDI                VALUE 'R'.
      *        NUMERO DEL CASO (RESTITUITO DA 'A', CHIAVE PER 'R')
           02  K30H-COMM-ID-CASO        PIC S9(10)  COMP-3.
           02  K30H-COMM-CRO            PIC  X(35).
      *        CNR = MANCATA RICEZIONE, MOD = MODIFICA DATI,
      *        INF = CONFERMA / RICHIESTA DI INFORMAZIONI
           02  K30H-COMM-TIPO           PIC  X(03).
               88  K30H-TIPO-VALIDO     VALUE 'CNR' 'MOD' 'INF'.
           02  K30H-COMM-MOTIVO         PIC  X(04).
           02  K30H-COMM-BIC-MITT       PIC  X(11).
           02  K30H-COMM-RIF-RICH       PIC  X(35).
           02  K30H-COMM-TESTO          PIC  X(140).
      *        CODICE DI RISPOSTA CAMT.029 (INFO = SOLO TESTO)
           02  K30H-COMM-ESITO-RISP     PIC  X(04).
               88  K30H-RISP-CNR        VALUE 'ACNR' 'RJNR'.
               88  K30H-RISP-MOD        VALUE 'MODI' 'RJMD'.
               88  K30H-RISP-INF        VALUE 'INFO'.
           02  K30H-COMM-UTENTE         PIC  X(08).
           02  K30H-COMM-ESITO          PIC  X(01).
               88  K30H-COMM-OK                      VALUE 'S'.
               88  K30H-COMM-KO                      VALUE 'N'.
           02  K30H-COMM-MSG            PIC  X(40).
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           SET K30H-COMM-KO             TO TRUE
           MOVE SPACE                   TO K30H-COMM-MSG
           EVALUATE TRUE
             WHEN K30H-FUNZ-APRI
                  PERFORM 1000-APRI     THRU 1000-APRI-X
             WHEN K30H-FUNZ-RISPONDI
                  PERFORM 2000-RISPONDI THRU 2000-RISPONDI-X
             WHEN OTHER
                  MOVE 'FUNZIONE NON RICONOSCIUTA'
                                        TO K30H-COMM-MSG
           END-EVALUATE
           GOBACK.
      *
      *----------------------------------------------------------------*
      *    1000-APRI: MOTIVO AMMESSO PER IL TIPO DI INDAGINE, CRO
      *    PRESENTE SUI MOVIMENTI (SI LEGA IL PIU' RECENTE); LA
      *    SCADENZA DELLA RISPOSTA DIPENDE DAL MOTIVO
      *----------------------------------------------------------------*
       1000-APRI.
           IF  NOT K30H-TIPO-VALIDO
           THEN
               MOVE 'TIPO INDAGINE NON AMMESSO'
                                        TO K30H-COMM-MSG
               GO TO 1000-APRI-X
           END-IF
           IF  K30H-COMM-UTENTE = SPACE
           THEN
               MOVE 'UTENTE OBBLIGATORIO'
                                        TO K30H-COMM-MSG
               GO TO 1000-APRI-X
           END-IF
           EXEC SQL SELECT MOT_GG_RISPOSTA
                      INTO :W-GG-RISPOSTA
                      FROM T_BE_IND_MOTIVI
                     WHERE MOT_CODICE = :K30H-COMM-MOTIVO
                       AND MOT_TIPO   = :K30H-COMM-TIPO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 'MOTIVO NON AMMESSO PER IL TIPO'
                                        TO K30H-COMM-MSG
               GO TO 1000-APRI-X
           END-IF
      *
           EXEC SQL SELECT ISTITUTO, DATA_INSE, NUM_DIST, NUM_MOV
                      INTO :W-ISTITUTO, :W-DATA-INSE, :W-NUM-DIST,
                           :W-NUM-MOV
                      FROM BE00TBMO
                     WHERE CRO_OPE = :K30H-COMM-CRO
                     ORDER BY DATA_INSE DESC, NUM_DIST DESC
                     FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 'CRO NON TROVATO SUI MOVIMENTI'
                                        TO K30H-COMM-MSG
               GO TO 1000-APRI-X
           END-IF
      *
           EXEC SQL SELECT NEXT VALUE FOR S_BE_INDAGINI
                      INTO :K30H-COMM-ID-CASO
                      FROM T_GEN_SOCI
                     WHERE SOCI_CODSOC = 100
           END-EXEC
           EXEC SQL INSERT  INTO T_BE_INDAGINI
                            (IND_ID
                            ,IND_CRO
                            ,IND_ISTITUTO
                            ,IND_DATA_INSE
                            ,IND_NUM_DIST
                            ,IND_NUM_MOV
                            ,IND_TIPO
                            ,IND_MOTIVO
                            ,IND_ORIGINE
                            ,IND_BIC_MITT
                            ,IND_RIF_RICH
                            ,IND_TESTO
                            ,IND_STATO
                            ,IND_UTENTE_APER
                            ,IND_DT_APERTURA
                            ,IND_DT_SCADENZA
                            ,IND_ESITO_RISP
                            ,IND_TESTO_RISP)
                    VALUES (:K30H-COMM-ID-CASO
                           ,:K30H-COMM-CRO
                           ,:W-ISTITUTO
                           ,:W-DATA-INSE
                           ,:W-NUM-DIST
                           ,:W-NUM-MOV
                           ,:K30H-COMM-TIPO
                           ,:K30H-COMM-MOTIVO
                           ,'M'
                           ,:K30H-COMM-BIC-MITT
                           ,:K30H-COMM-RIF-RICH
                           ,:K30H-COMM-TESTO
                           ,'A'
                           ,:K30H-COMM-UTENTE
                           ,CURRENT TIMESTAMP
                           ,CURRENT DATE + :W-GG-RISPOSTA DAYS
                           ,' '
                           ,' ')
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               EXEC CICS SYNCPOINT END-EXEC
               SET K30H-COMM-OK         TO TRUE
               MOVE 'CASO DI INDAGINE APERTO'
                                        TO K30H-COMM-MSG
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'APERTURA CASO NON RIUSCITA'
                                        TO K30H-COMM-MSG
           END-IF.
      *----------------------------------------------------------------*
       1000-APRI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-RISPONDI: IL CODICE DI RISPOSTA DEVE ESSERE COERENTE
      *    CON IL TIPO DEL CASO. CON UNA BANCA RICHIEDENTE IL CASO
      *    PASSA IN 'R' E BE300SC NE MANDA IL CAMT.029; ALTRIMENTI LA
      *    RISPOSTA E' GIA' PARTITA PER E-MAIL E IL CASO SI CHIUDE
      *----------------------------------------------------------------*
       2000-RISPONDI.
           IF  K30H-COMM-UTENTE = SPACE
           OR  K30H-COMM-TESTO  = SPACE
           THEN
               MOVE 'UTENTE E TESTO RISPOSTA OBBLIGATORI'
                                        TO K30H-COMM-MSG
               GO TO 2000-RISPONDI-X
           END-IF
           EXEC SQL SELECT IND_TIPO, IND_BIC_MITT
                      INTO :W-TIPO, :W-BIC-MITT
                      FROM T_BE_INDAGINI
                     WHERE IND_ID    = :K30H-COMM-ID-CASO
                       AND IND_STATO = 'A'
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 'NESSUN CASO APERTO CON QUESTO NUMERO'
                                        TO K30H-COMM-MSG
               GO TO 2000-RISPONDI-X
           END-IF
           EVALUATE TRUE
             WHEN W-TIPO = 'CNR' AND K30H-RISP-CNR
             WHEN W-TIPO = 'MOD' AND K30H-RISP-MOD
             WHEN W-TIPO = 'INF' AND K30H-RISP-INF
                  CONTINUE
             WHEN OTHER
                  MOVE 'CODICE RISPOSTA NON VALIDO PER IL CASO'
                                        TO K30H-COMM-MSG
                  GO TO 2000-RISPONDI-X
           END-EVALUATE
           IF  W-BIC-MITT = SPACE
           THEN
               MOVE 'C'                 TO W-STATO-NUOVO
           ELSE
               MOVE 'R'                 TO W-STATO-NUOVO
           END-IF
      *
           EXEC SQL UPDATE T_BE_INDAGINI
                       SET IND_STATO        = :W-STATO-NUOVO,
                           IND_ESITO_RISP   = :K30H-COMM-ESITO-RISP,
                           IND_TESTO_RISP   = :K30H-COMM-TESTO,
                           IND_UTENTE_RISP  = :K30H-COMM-UTENTE,
                           IND_DT_RISP      = CURRENT TIMESTAMP
                     WHERE IND_ID    = :K30H-COMM-ID-CASO
                       AND IND_STATO = 'A'
           END-EXEC
           IF  SQLCODE = ZERO AND SQLERRD(3) > ZERO
           THEN
               EXEC CICS SYNCPOINT END-EXEC
               SET K30H-COMM-OK         TO TRUE
               MOVE 'RISPOSTA REGISTRATA'
                                        TO K30H-COMM-MSG
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'REGISTRAZIONE RISPOSTA NON RIUSCITA'
                                        TO K30H-COMM-MSG
           END-IF.
      *----------------------------------------------------------------*
       2000-RISPONDI-X.
           EXIT.
      *
      ********************** EOM BE300KH ********************************
