      ******************************************************************
      *                        TE0009B6                                *
      *                                                                *
      *  PROCEDURA    : CONTRATTI TELEMATICI - VARIAZIONI DEI FLUSSI   *
      *                 INFORMATIVI DEL CONTRATTO CON DATA DI EFFETTO  *
      *  DESCRIZIONE  : SOTTOPROGRAMMA COMUNE RICHIAMATO VIA LINK      *
      *                 DALLA FUNZIONE ONLINE DI VARIAZIONE FLUSSI E   *
      *                 VIA CALL DA TE0009RK (FILE DELL'HELP DESK E    *
      *                 APPLICAZIONE NOTTURNA). LE RICHIESTE STANNO SU *
      *                 T_TE_VAR_FLUSSI FINO ALLA DATA DI EFFETTO; LA  *
      *                 TABELLA TE000902-BPFLIN NON SI TOCCA PIU' A    *
      *                 MANO:                                          *
      *                   'V' VALIDA: CONTRATTO APERTO, PROGRAMMA      *
      *                       CENSITO E ATTIVO IN T_FLU_PROGRAMMI CON  *
      *                       IL SUO TIPO FLUSSO, AMMESSO PER LA       *
      *                       CATEGORIA DEL CONTRATTO                  *
      *                       (T_TE_CTG_FLUSSI)                        *
      *                       E PER IL PRODOTTO DEL CONTRATTO NEL      *
      *                       CATALOGO (TE0009B7)                      *
      *                       SE SI AGGIUNGE, GIA' PRESENTE IN BPFLIN  *
      *                       SE SI TOGLIE                             *
      *                   'I' INSERISCE: VALIDA, RIFIUTA UNA SECONDA   *
      *                       RICHIESTA APERTA SULLO STESSO PROGRAMMA  *
      *                       E ASSEGNA LA DATA DI EFFETTO: PRIMO      *
      *                       GIORNO DEL MESE (IL PERIODO DI           *
      *                       FATTURAZIONE DI TE0009RD) NON ANTERIORE  *
      *                       ALLA RICHIESTA NE' A OGGI; PER LA        *
      *                       RIMOZIONE NON ANTERIORE A OGGI PIU' I    *
      *                       GIORNI DI PREAVVISO DELLA CATEGORIA      *
      *                       (T_TE_RINNOVI)                           *
      *                   'E' ELENCA LE RICHIESTE IN ATTESA            *
      *                   'X' ANNULLA UNA RICHIESTA IN ATTESA          *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE CONTRATTI TLM      *
      *  INPUT        : AREA TE0009W6, TE000902, TE000902_BPFLIN,      *
      *                 T_FLU_PROGRAMMI, T_TE_CTG_FLUSSI,              *
      *                 T_TE_RINNOVI, T_TE_VAR_FLUSSI, CATALOGO        *
      *                 PRODOTTI VIA TE0009B7 (DB2)                    *
      *  OUTPUT       : AREA TE0009W6 (ESITO, DATA DI EFFETTO,         *
      *                 ELENCO), T_TE_VAR_FLUSSI                       *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - RICHIESTE DI VARIAZIONE DEI FLUSSI   *
      *           CON DATA DI EFFETTO E PREAVVISO                      *
      * MS151026  PROGRAMMA AGGIUNTO CONTROLLATO ANCHE SUL CATALOGO    *
      *           PRODOTTI (TE0009B7)                                  *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     TE0009B6.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA  DIVISION.
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  W-CODCTG                    PIC  X(04) VALUE SPACE.
       01  W-CODSTG                    PIC  X(04) VALUE SPACE.
       01  W-CODPDT                    PIC  X(08) VALUE SPACE.
       01  W-DCHIKR                    PIC  X(08) VALUE SPACE.
       01  W-TIPO-CAT                  PIC  X(01) VALUE SPACE.
       01  W-CONTA                     PIC S9(05) COMP-3 VALUE ZERO.
       01  W-PRESENTE                  PIC S9(05) COMP-3 VALUE ZERO.
       01  W-GG-PREAVVISO              PIC S9(05) COMP-3 VALUE ZERO.
       01  W-DATA                      PIC  X(10) VALUE SPACE.
      *
       01  W-AZIONE                    PIC  X(01) VALUE SPACE.
       01  W-PROGRAMMA                 PIC  X(08) VALUE SPACE.
       01  W-TIPO-FLU                  PIC  X(01) VALUE SPACE.
       01  W-DT-EFFETTO                PIC  X(10) VALUE SPACE.
       01  W-RICHIEDENTE               PIC  X(30) VALUE SPACE.
      *
      *    CATALOGO PRODOTTI (TE0009B7)
           COPY TE0009W7.
       01  W-PGM-CAT                   PIC  X(08) VALUE 'TE0009B7'.
      *
       01  SW-FINE-RIC                 PIC  X(01) VALUE 'N'.
           88  FINE-RIC                            VALUE 'S'.
      *
           EXEC SQL DECLARE CURS-RIC CURSOR FOR
               SELECT  VFL_AZIONE, VFL_PROGRAMMA, VFL_TIPO_FLU,
                       CHAR(VFL_DT_EFFETTO, ISO), VFL_RICHIEDENTE
                 FROM  T_TE_VAR_FLUSSI
                WHERE  VFL_CODKTR = :K906-CODKTR
                  AND  VFL_STATO  = 'P'
                ORDER BY VFL_DT_EFFETTO, VFL_PROGRAMMA
           END-EXEC.
      *
      *----------------------------------------------------------------*
       LINKAGE  SECTION.
      *----------------------------------------------------------------*
           COPY TE0009W6.
      *
       PROCEDURE  DIVISION USING K906-AREA.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           SET K906-OK                  TO TRUE
           MOVE SPACE                   TO K906-MOTIVO
                                           K906-MSG
           EVALUATE TRUE
             WHEN K906-FUNZ-VALIDA
                  PERFORM 1000-VALIDA    THRU 1000-VALIDA-X
             WHEN K906-FUNZ-INSERISCI
                  PERFORM 2000-INSERISCI THRU 2000-INSERISCI-X
             WHEN K906-FUNZ-ELENCA
                  PERFORM 3000-ELENCA    THRU 3000-ELENCA-X
             WHEN K906-FUNZ-ANNULLA
                  PERFORM 4000-ANNULLA   THRU 4000-ANNULLA-X
             WHEN OTHER
                  SET K906-KO            TO TRUE
                  MOVE 'FUNZ'            TO K906-MOTIVO
                  MOVE 'FUNZIONE NON PREVISTA'
                                         TO K906-MSG
           END-EVALUATE
           GOBACK.
      *
      *----------------------------------------------------------------*
      *    1000-VALIDA: SI FERMA AL PRIMO CONTROLLO NON SUPERATO
      *----------------------------------------------------------------*
       1000-VALIDA.
           MOVE SPACE                   TO W-DCHIKR
           EXEC SQL SELECT CODCTG, CODSTG, CODPDT, DCHIKR
                      INTO :W-CODCTG, :W-CODSTG, :W-CODPDT, :W-DCHIKR
                      FROM TE000902
                     WHERE CODKTR = :K906-CODKTR
           END-EXEC
           IF  SQLCODE NOT = ZERO OR W-DCHIKR NOT = SPACE
           THEN
               SET K906-KO              TO TRUE
               MOVE 'KTRC'              TO K906-MOTIVO
               MOVE 'CONTRATTO INESISTENTE O CHIUSO'
                                        TO K906-MSG
               GO TO 1000-VALIDA-X
           END-IF
           IF  NOT K906-AGGIUNGI AND NOT K906-RIMUOVI
           THEN
               SET K906-KO              TO TRUE
               MOVE 'AZIO'              TO K906-MOTIVO
               MOVE 'AZIONE DIVERSA DA A (AGGIUNGI)/R (TOGLI)'
                                        TO K906-MSG
               GO TO 1000-VALIDA-X
           END-IF
      *
      *    ELENCO DEI PROGRAMMI DI FLUSSO VALIDI
           MOVE SPACE                   TO W-TIPO-CAT
           EXEC SQL SELECT PGF_TIPO_FLU
                      INTO :W-TIPO-CAT
                      FROM T_FLU_PROGRAMMI
                     WHERE PGF_PROGRAMMA = :K906-PROGRAMMA
                       AND PGF_STATO     = 'A'
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET K906-KO              TO TRUE
               MOVE 'PGMV'              TO K906-MOTIVO
               MOVE 'PROGRAMMA NON TRA I FLUSSI VALIDI'
                                        TO K906-MSG
               GO TO 1000-VALIDA-X
           END-IF
           IF  K906-TIPO-FLU = SPACE
           THEN
               MOVE W-TIPO-CAT          TO K906-TIPO-FLU
           END-IF
           IF  K906-TIPO-FLU NOT = W-TIPO-CAT
           THEN
               SET K906-KO              TO TRUE
               MOVE 'TIPO'              TO K906-MOTIVO
               MOVE 'TIPO FLUSSO DIVERSO DAL PROGRAMMA'
                                        TO K906-MSG
               GO TO 1000-VALIDA-X
           END-IF
      *
           MOVE ZERO                    TO W-PRESENTE
           EXEC SQL SELECT COUNT(*)
                      INTO :W-PRESENTE
                      FROM TE000902_BPFLIN
                     WHERE CODKTR = :K906-CODKTR
                       AND YPPFIF = :K906-PROGRAMMA
           END-EXEC
           IF  K906-RIMUOVI
           THEN
               IF  W-PRESENTE = ZERO
               THEN
                   SET K906-KO          TO TRUE
                   MOVE 'ASSE'          TO K906-MOTIVO
                   MOVE 'PROGRAMMA NON PRESENTE SUL CONTRATTO'
                                        TO K906-MSG
               END-IF
               GO TO 1000-VALIDA-X
           END-IF
           IF  W-PRESENTE > ZERO
           THEN
               SET K906-KO              TO TRUE
               MOVE 'PRES'              TO K906-MOTIVO
               MOVE 'PROGRAMMA GIA'' PRESENTE SUL CONTRATTO'
                                        TO K906-MSG
               GO TO 1000-VALIDA-X
           END-IF
      *
      *    IL PROGRAMMA DEVE ESSERE PREVISTO PER LA CATEGORIA
           MOVE ZERO                    TO W-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :W-CONTA
                      FROM T_TE_CTG_FLUSSI
                     WHERE CFL_CODCTG    = :W-CODCTG
                       AND CFL_PROGRAMMA = :K906-PROGRAMMA
           END-EXEC
           IF  SQLCODE NOT = ZERO OR W-CONTA = ZERO
           THEN
               SET K906-KO              TO TRUE
               MOVE 'CTGF'              TO K906-MOTIVO
               MOVE 'PROGRAMMA NON AMMESSO PER LA CATEGORIA'
                                        TO K906-MSG
               GO TO 1000-VALIDA-X
           END-IF
      *
      *    E PER IL PRODOTTO DEL CONTRATTO NEL CATALOGO (TE0009B7)
           INITIALIZE K907-AREA
           SET K907-FUNZ-VALIDA         TO TRUE
           MOVE W-CODCTG                TO K907-CODCTG
           MOVE W-CODSTG                TO K907-CODSTG
           MOVE W-CODPDT                TO K907-CODPDT
           MOVE 'N'                     TO K907-NUOVO
           MOVE 1                       TO K907-NUM-FLU
           MOVE K906-PROGRAMMA          TO K907-YPPFIF(1)
           MOVE K906-TIPO-FLU           TO K907-FTIPFL(1)
           CALL W-PGM-CAT         USING K907-AREA
           IF  K907-KO
           THEN
               SET K906-KO              TO TRUE
               MOVE K907-MOTIVO         TO K906-MOTIVO
               MOVE K907-MSG            TO K906-MSG
           END-IF.
      *----------------------------------------------------------------*
       1000-VALIDA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2000-INSERISCI.
           PERFORM 1000-VALIDA          THRU 1000-VALIDA-X
           IF  K906-KO
           THEN
               GO TO 2000-INSERISCI-X
           END-IF
           MOVE ZERO                    TO W-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :W-CONTA
                      FROM T_TE_VAR_FLUSSI
                     WHERE VFL_CODKTR    = :K906-CODKTR
                       AND VFL_PROGRAMMA = :K906-PROGRAMMA
                       AND VFL_STATO     = 'P'
           END-EXEC
           IF  SQLCODE = ZERO AND W-CONTA > ZERO
           THEN
               SET K906-KO              TO TRUE
               MOVE 'DOPP'              TO K906-MOTIVO
               MOVE 'RICHIESTA GIA'' IN ATTESA PER IL PROGRAMMA'
                                        TO K906-MSG
               GO TO 2000-INSERISCI-X
           END-IF
      *
      *    DATA RICHIESTA ASSENTE: VALE OGGI
           IF  K906-DT-RICHIESTA = SPACE
           THEN
               EXEC SQL
                    VALUES CHAR(CURRENT DATE, ISO)
                      INTO :K906-DT-RICHIESTA
               END-EXEC
           END-IF
           EXEC SQL
                VALUES CHAR(DATE(:K906-DT-RICHIESTA), ISO)
                  INTO :W-DATA
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET K906-KO              TO TRUE
               MOVE 'DATA'              TO K906-MOTIVO
               MOVE 'DATA DI EFFETTO RICHIESTA NON VALIDA'
                                        TO K906-MSG
               GO TO 2000-INSERISCI-X
           END-IF
      *
      *    PREAVVISO DELLA CATEGORIA, SOLO PER LA RIMOZIONE
           MOVE ZERO                    TO W-GG-PREAVVISO
           IF  K906-RIMUOVI
           THEN
               EXEC SQL SELECT RIN_GG_PREAVVISO
                          INTO :W-GG-PREAVVISO
                          FROM T_TE_RINNOVI
                         WHERE RIN_CODCTG = :W-CODCTG
                           AND RIN_CODSTG = :W-CODSTG
               END-EXEC
               IF  SQLCODE NOT = ZERO
               THEN
                   MOVE ZERO            TO W-GG-PREAVVISO
               END-IF
           END-IF
           EXEC SQL
                VALUES CHAR(CASE WHEN DATE(:W-DATA) >
                                      CURRENT DATE
                                      + :W-GG-PREAVVISO DAYS
                                 THEN DATE(:W-DATA)
                                 ELSE CURRENT DATE
                                      + :W-GG-PREAVVISO DAYS
                            END, ISO)
                  INTO :W-DATA
           END-EXEC
           EXEC SQL
                VALUES CHAR(CASE WHEN DAY(DATE(:W-DATA)) = 1
                                 THEN DATE(:W-DATA)
                                 ELSE DATE(:W-DATA)
                                    - (DAY(DATE(:W-DATA)) - 1) DAYS
                                    + 1 MONTH
                            END, ISO)
                  INTO :K906-DT-EFFETTO
           END-EXEC
      *
           EXEC SQL INSERT INTO T_TE_VAR_FLUSSI
                           (VFL_CODKTR
                           ,VFL_AZIONE
                           ,VFL_PROGRAMMA
                           ,VFL_TIPO_FLU
                           ,VFL_DT_RICHIESTA
                           ,VFL_DT_EFFETTO
                           ,VFL_RICHIEDENTE
                           ,VFL_ORIGINE
                           ,VFL_STATO
                           ,VFL_MOTIVO
                           ,VFL_UTENTE
                           ,VFL_DATA_INS)
                    VALUES (:K906-CODKTR
                           ,:K906-AZIONE
                           ,:K906-PROGRAMMA
                           ,:K906-TIPO-FLU
                           ,DATE(:K906-DT-RICHIESTA)
                           ,DATE(:K906-DT-EFFETTO)
                           ,:K906-RICHIEDENTE
                           ,:K906-ORIGINE
                           ,'P'
                           ,' '
                           ,:K906-UTENTE
                           ,CURRENT TIMESTAMP)
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET K906-KO              TO TRUE
               MOVE 'SQLE'              TO K906-MOTIVO
               MOVE 'ERRORE DI REGISTRAZIONE DELLA RICHIESTA'
                                        TO K906-MSG
               GO TO 2000-INSERISCI-X
           END-IF
           STRING 'REGISTRATA, IN EFFETTO DAL ' K906-DT-EFFETTO
                   DELIMITED BY SIZE INTO K906-MSG
           END-STRING.
      *----------------------------------------------------------------*
       2000-INSERISCI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-ELENCA.
           MOVE ZERO                    TO K906-NUM-RIC
           MOVE 'N'                     TO SW-FINE-RIC
           EXEC SQL OPEN CURS-RIC END-EXEC
           PERFORM 3100-CARICA-RIC      THRU 3100-CARICA-RIC-X
                   UNTIL FINE-RIC
                   OR    K906-NUM-RIC NOT < 10
           EXEC SQL CLOSE CURS-RIC END-EXEC.
      *----------------------------------------------------------------*
       3000-ELENCA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3100-CARICA-RIC.
           EXEC SQL FETCH CURS-RIC
                    INTO :W-AZIONE, :W-PROGRAMMA, :W-TIPO-FLU,
                         :W-DT-EFFETTO, :W-RICHIEDENTE
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-RIC             TO TRUE
           ELSE
               ADD 1                    TO K906-NUM-RIC
               MOVE W-AZIONE            TO
                    K906-R-AZIONE (K906-NUM-RIC)
               MOVE W-PROGRAMMA         TO
                    K906-R-PROGRAMMA (K906-NUM-RIC)
               MOVE W-TIPO-FLU          TO
                    K906-R-TIPO-FLU (K906-NUM-RIC)
               MOVE W-DT-EFFETTO        TO
                    K906-R-DT-EFFETTO (K906-NUM-RIC)
               MOVE W-RICHIEDENTE       TO
                    K906-R-RICHIEDENTE (K906-NUM-RIC)
           END-IF.
      *----------------------------------------------------------------*
       3100-CARICA-RIC-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4000-ANNULLA.
           EXEC SQL UPDATE T_TE_VAR_FLUSSI
                       SET VFL_STATO      = 'X',
                           VFL_UTENTE     = :K906-UTENTE,
                           VFL_DATA_ESITO = CURRENT TIMESTAMP
                     WHERE VFL_CODKTR    = :K906-CODKTR
                       AND VFL_PROGRAMMA = :K906-PROGRAMMA
                       AND VFL_STATO     = 'P'
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET K906-KO              TO TRUE
               MOVE 'NTRV'              TO K906-MOTIVO
               MOVE 'NESSUNA RICHIESTA IN ATTESA DA ANNULLARE'
                                        TO K906-MSG
           END-IF.
      *----------------------------------------------------------------*
       4000-ANNULLA-X.
           EXIT.
      *
      ********************** EOM TE0009B6 *******************************
