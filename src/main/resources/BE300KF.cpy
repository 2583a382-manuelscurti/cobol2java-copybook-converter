      ******************************************************************
      *                        BE300KF                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - NETTING INFRAGRUPPO         *
      *  DESCRIZIONE  : SOTTOPROGRAMMA COMUNE RICHIAMATO VIA LINK      *
      *                 DALLA FUNZIONE ONLINE DELLA TESORERIA PER      *
      *                 LAVORARE LE PROPOSTE DI REGOLAMENTO NETTO      *
      *                 SCRITTE OGNI GIORNO DA BE300S8                 *
      *                 (T_BE_NETTING):                                *
      *                   'E' ELENCA LE PROPOSTE (FINO A 15) DI UNA    *
      *                       DATA REGOLAMENTO, FILTRABILI PER STATO   *
      *                   'A' APPROVA UNA PROPOSTA (STATO 'A')         *
      *                   'R' RIFIUTA UNA PROPOSTA (STATO 'R'),        *
      *                       MOTIVAZIONE OBBLIGATORIA                 *
      *                 LE AZIONI VALGONO SOLO SULLE PROPOSTE ANCORA   *
      *                 IN STATO 'P' E REGISTRANO UTENTE E TIMESTAMP   *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : COMMAREA (FUNZIONE, CHIAVE PROPOSTA, UTENTE)   *
      *  OUTPUT       : COMMAREA (ESITO, ELENCO), T_BE_NETTING         *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - APPROVAZIONE DELLE PROPOSTE DI       *
      *           NETTING INFRAGRUPPO                                  *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300KF.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA  DIVISION.
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  W-DT-RIF                    PIC  X(08) VALUE SPACE.
       01  W-DT-REG                    PIC  X(08) VALUE SPACE.
       01  W-ABI-1                     PIC  X(05) VALUE SPACE.
       01  W-ABI-2                     PIC  X(05) VALUE SPACE.
       01  W-ABI-DEB                   PIC  X(05) VALUE SPACE.
       01  W-ABI-CRED                  PIC  X(05) VALUE SPACE.
       01  W-IMP-NETTO                 PIC S9(18) COMP-3 VALUE ZERO.
       01  W-STATO                     PIC  X(01) VALUE SPACE.
       01  W-FILTRO-STATO              PIC  X(01) VALUE SPACE.
       01  W-STATO-NUOVO               PIC  X(01) VALUE SPACE.
      *
       01  SW-FINE-PROP                PIC  X(01) VALUE 'N'.
           88  FINE-PROP                           VALUE 'S'.
      *
      *    STATO A SPAZI NELLA COMMAREA = TUTTI
           EXEC SQL DECLARE CURS-PROP CURSOR FOR
               SELECT  NET_DT_RIF, NET_ABI_1, NET_ABI_2, NET_ABI_DEB,
                       NET_ABI_CRED, NET_IMP_NETTO, NET_STATO
                 FROM  T_BE_NETTING
                WHERE  NET_DT_REG = :W-DT-REG
                  AND (NET_STATO  = :W-FILTRO-STATO
                   OR  :W-FILTRO-STATO = ' ')
                ORDER BY NET_ABI_1, NET_ABI_2, NET_DT_RIF
           END-EXEC.
      *
      *----------------------------------------------------------------*
       LINKAGE  SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           02  K30F-COMM-FUNZIONE       PIC  X(01).
               88  K30F-FUNZ-ELENCA                  VALUE 'E'.
               88  K30F-FUNZ-APPROVA                 VALUE 'A'.
               88  K30F-FUNZ-RIFIUTA                 VALUE 'R'.
      *        CHIAVE DELLA PROPOSTA (PER 'E' BASTA LA DATA
      *        REGOLAMENTO)
           02  K30F-COMM-DT-RIF         PIC  X(08).
           02  K30F-COMM-DT-REG         PIC  X(08).
           02  K30F-COMM-ABI-1          PIC  X(05).
           02  K30F-COMM-ABI-2          PIC  X(05).
           02  K30F-COMM-STATO          PIC  X(01).
           02  K30F-COMM-UTENTE         PIC  X(08).
           02  K30F-COMM-MOTIVO         PIC  X(100).
           02  K30F-COMM-ESITO          PIC  X(01).
               88  K30F-COMM-OK                      VALUE 'S'.
               88  K30F-COMM-KO                      VALUE 'N'.
           02  K30F-COMM-NUM-ELEM       PIC  9(02).
           02  K30F-COMM-ELENCO.
               03  K30F-COMM-PROP OCCURS 15.
                   04  K30F-COMM-P-DT-RIF
                                        PIC  X(08).
                   04  K30F-COMM-P-ABI-1
                                        PIC  X(05).
                   04  K30F-COMM-P-ABI-2
                                        PIC  X(05).
                   04  K30F-COMM-P-ABI-DEB
                                        PIC  X(05).
                   04  K30F-COMM-P-ABI-CRED
                                        PIC  X(05).
                   04  K30F-COMM-P-IMP-NETTO
                                        PIC S9(18)  COMP-3.
                   04  K30F-COMM-P-STATO
                                        PIC  X(01).
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           SET K30F-COMM-KO             TO TRUE
           EVALUATE TRUE
             WHEN K30F-FUNZ-ELENCA
                  PERFORM 1000-ELENCA   THRU 1000-ELENCA-X
             WHEN K30F-FUNZ-APPROVA
             WHEN K30F-FUNZ-RIFIUTA
                  PERFORM 2000-AZIONE   THRU 2000-AZIONE-X
           END-EVALUATE
           GOBACK.
      *
      *----------------------------------------------------------------*
       1000-ELENCA.
           MOVE ZERO                    TO K30F-COMM-NUM-ELEM
           MOVE 'N'                     TO SW-FINE-PROP
           MOVE K30F-COMM-DT-REG        TO W-DT-REG
           MOVE K30F-COMM-STATO         TO W-FILTRO-STATO
           EXEC SQL OPEN CURS-PROP END-EXEC
           PERFORM 1100-CARICA-PROPOSTA THRU 1100-CARICA-PROPOSTA-X
                   UNTIL FINE-PROP
                   OR    K30F-COMM-NUM-ELEM NOT < 15
           EXEC SQL CLOSE CURS-PROP END-EXEC
           SET K30F-COMM-OK             TO TRUE.
      *----------------------------------------------------------------*
       1000-ELENCA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       1100-CARICA-PROPOSTA.
           EXEC SQL FETCH CURS-PROP
                    INTO :W-DT-RIF, :W-ABI-1, :W-ABI-2, :W-ABI-DEB,
                         :W-ABI-CRED, :W-IMP-NETTO, :W-STATO
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-PROP            TO TRUE
           ELSE
               ADD 1                    TO K30F-COMM-NUM-ELEM
               MOVE W-DT-RIF            TO
                    K30F-COMM-P-DT-RIF (K30F-COMM-NUM-ELEM)
               MOVE W-ABI-1             TO
                    K30F-COMM-P-ABI-1 (K30F-COMM-NUM-ELEM)
               MOVE W-ABI-2             TO
                    K30F-COMM-P-ABI-2 (K30F-COMM-NUM-ELEM)
               MOVE W-ABI-DEB           TO
                    K30F-COMM-P-ABI-DEB (K30F-COMM-NUM-ELEM)
               MOVE W-ABI-CRED          TO
                    K30F-COMM-P-ABI-CRED (K30F-COMM-NUM-ELEM)
               MOVE W-IMP-NETTO         TO
                    K30F-COMM-P-IMP-NETTO (K30F-COMM-NUM-ELEM)
               MOVE W-STATO             TO
                    K30F-COMM-P-STATO (K30F-COMM-NUM-ELEM)
           END-IF.
      *----------------------------------------------------------------*
       1100-CARICA-PROPOSTA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-AZIONE: APPROVAZIONE O RIFIUTO DI UNA PROPOSTA ANCORA
      *    APERTA; IL RIFIUTO VA MOTIVATO
      *----------------------------------------------------------------*
       2000-AZIONE.
           IF  K30F-COMM-UTENTE = SPACE
           THEN
               GO TO 2000-AZIONE-X
           END-IF
           IF  K30F-FUNZ-RIFIUTA
           THEN
               IF  K30F-COMM-MOTIVO = SPACE
               THEN
                   GO TO 2000-AZIONE-X
               END-IF
               MOVE 'R'                 TO W-STATO-NUOVO
           ELSE
               MOVE 'A'                 TO W-STATO-NUOVO
           END-IF
           EXEC SQL UPDATE T_BE_NETTING
                       SET NET_STATO        = :W-STATO-NUOVO,
                           NET_UTENTE_APPR  = :K30F-COMM-UTENTE,
                           NET_DATA_APPR    = CURRENT TIMESTAMP,
                           NET_MOTIVO       = :K30F-COMM-MOTIVO
                     WHERE NET_DT_RIF = :K30F-COMM-DT-RIF
                       AND NET_DT_REG = :K30F-COMM-DT-REG
                       AND NET_ABI_1  = :K30F-COMM-ABI-1
                       AND NET_ABI_2  = :K30F-COMM-ABI-2
                       AND NET_STATO  = 'P'
           END-EXEC
           IF  SQLCODE = ZERO AND SQLERRD(3) > ZERO
           THEN
               EXEC CICS SYNCPOINT END-EXEC
               SET K30F-COMM-OK         TO TRUE
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.
      *----------------------------------------------------------------*
       2000-AZIONE-X.
           EXIT.
      *
      ********************** EOM BE300KF ********************************
