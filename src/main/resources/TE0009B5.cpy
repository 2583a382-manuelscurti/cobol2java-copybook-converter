      ******************************************************************
      *                        TE0009B5                                *
      *                                                                *
      *  PROCEDURA    : CONTRATTI TELEMATICI - CONTESTAZIONI DEL       *
      *                 RIPARTO COSTI MULTIBANCA                       *
      *  DESCRIZIONE  : SOTTOPROGRAMMA COMUNE RICHIAMATO VIA LINK      *
      *                 DALLA FUNZIONE ONLINE PER LAVORARE LE PARTITE  *
      *                 DI RIPARTO TRA BANCA CAPOFILA E BANCA PASSIVA  *
      *                 PRODOTTE DA TE0009RJ (T_TE_MBC_PARTITE), SUL   *
      *                 MODELLO DI TE0009B3:                           *
      *                   'E' ELENCA LE PARTITE NON REGOLATE           *
      *                   'C' CONTESTA: LA PARTITA APERTA PASSA IN     *
      *                       'C' CON LA NOTA E RESTA FUORI DAI        *
      *                       REGOLAMENTI FINCHE' NON C'E' ACCORDO     *
      *                   'A' ACCORDO: LA PARTITA CONTESTATA TORNA     *
      *                       APERTA, CON L'IMPORTO CONCORDATO SE      *
      *                       INDICATO, E SI REGOLA AL PROSSIMO GIRO   *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ARCHIVIO CONTRATTO *
      *  INPUT        : COMMAREA (FUNZIONE, PARTITA, IMPORTO, NOTA,    *
      *                 UTENTE), T_TE_MBC_PARTITE (DB2)                *
      *  OUTPUT       : COMMAREA (ESITO, ELENCO), T_TE_MBC_PARTITE     *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - CONTESTAZIONE E ACCORDO DELLE        *
      *           PARTITE DI RIPARTO COSTI MULTIBANCA                  *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     TE0009B5.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA  DIVISION.
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  W-PERIODO                   PIC  X(06) VALUE SPACE.
       01  W-ABI-CRED                  PIC  X(05) VALUE SPACE.
       01  W-ABI-DEB                   PIC  X(05) VALUE SPACE.
       01  W-TIPO-FLU                  PIC  X(01) VALUE SPACE.
       01  W-CONTA                     PIC S9(07) COMP-3 VALUE ZERO.
       01  W-IMPORTO                   PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  W-STATO                     PIC  X(01) VALUE SPACE.
      *
       01  SW-FINE-PART                PIC  X(01) VALUE 'N'.
           88  FINE-PART                           VALUE 'S'.
      *
           EXEC SQL DECLARE CURS-PART CURSOR FOR
               SELECT  PMB_PERIODO, PMB_ABI_CRED, PMB_ABI_DEB,
                       PMB_TIPO_FLU, PMB_CONTA, PMB_IMPORTO,
                       PMB_STATO
                 FROM  T_TE_MBC_PARTITE
                WHERE  PMB_STATO IN ('A', 'C')
                ORDER BY PMB_PERIODO, PMB_ABI_CRED, PMB_ABI_DEB,
                         PMB_TIPO_FLU
           END-EXEC.
      *
      *----------------------------------------------------------------*
       LINKAGE  SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           02  K905-COMM-FUNZIONE       PIC  X(01).
               88  K905-FUNZ-ELENCA                  VALUE 'E'.
               88  K905-FUNZ-CONTESTA                VALUE 'C'.
               88  K905-FUNZ-ACCORDO                 VALUE 'A'.
      *        CHIAVE DELLA PARTITA (PERIODO AAAATN)
           02  K905-COMM-PERIODO        PIC  X(06).
           02  K905-COMM-ABI-CRED       PIC  X(05).
           02  K905-COMM-ABI-DEB        PIC  X(05).
           02  K905-COMM-TIPO-FLU       PIC  X(01).
      *        IMPORTO CONCORDATO (SOLO 'A'; ZERO = INVARIATO)
           02  K905-COMM-IMPORTO        PIC S9(09)V99 COMP-3.
           02  K905-COMM-NOTA           PIC  X(40).
           02  K905-COMM-UTENTE         PIC  X(08).
           02  K905-COMM-ESITO          PIC  X(01).
               88  K905-COMM-OK                      VALUE 'S'.
               88  K905-COMM-KO                      VALUE 'N'.
           02  K905-COMM-NUM-PART       PIC  9(02).
           02  K905-COMM-PART OCCURS 15.
               03  K905-COMM-P-PERIODO  PIC  X(06).
               03  K905-COMM-P-ABI-CRED PIC  X(05).
               03  K905-COMM-P-ABI-DEB  PIC  X(05).
               03  K905-COMM-P-TIPO-FLU PIC  X(01).
               03  K905-COMM-P-CONTA    PIC S9(07)  COMP-3.
               03  K905-COMM-P-IMPORTO  PIC S9(09)V99 COMP-3.
               03  K905-COMM-P-STATO    PIC  X(01).
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           SET K905-COMM-KO             TO TRUE
           EVALUATE TRUE
             WHEN K905-FUNZ-ELENCA
                  PERFORM 1000-ELENCA   THRU 1000-ELENCA-X
             WHEN K905-FUNZ-CONTESTA
                  PERFORM 2000-CONTESTA THRU 2000-CONTESTA-X
             WHEN K905-FUNZ-ACCORDO
                  PERFORM 3000-ACCORDO  THRU 3000-ACCORDO-X
           END-EVALUATE
           GOBACK.
      *
      *----------------------------------------------------------------*
       1000-ELENCA.
           MOVE ZERO                    TO K905-COMM-NUM-PART
           MOVE 'N'                     TO SW-FINE-PART
           EXEC SQL OPEN CURS-PART END-EXEC
           PERFORM 1100-CARICA-PART     THRU 1100-CARICA-PART-X
                   UNTIL FINE-PART
                   OR    K905-COMM-NUM-PART NOT < 15
           EXEC SQL CLOSE CURS-PART END-EXEC
           SET K905-COMM-OK             TO TRUE.
      *----------------------------------------------------------------*
       1000-ELENCA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       1100-CARICA-PART.
           EXEC SQL FETCH CURS-PART
                    INTO :W-PERIODO, :W-ABI-CRED, :W-ABI-DEB,
                         :W-TIPO-FLU, :W-CONTA, :W-IMPORTO,
                         :W-STATO
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-PART            TO TRUE
           ELSE
               ADD 1                    TO K905-COMM-NUM-PART
               MOVE W-PERIODO           TO
                    K905-COMM-P-PERIODO (K905-COMM-NUM-PART)
               MOVE W-ABI-CRED          TO
                    K905-COMM-P-ABI-CRED (K905-COMM-NUM-PART)
               MOVE W-ABI-DEB           TO
                    K905-COMM-P-ABI-DEB (K905-COMM-NUM-PART)
               MOVE W-TIPO-FLU          TO
                    K905-COMM-P-TIPO-FLU (K905-COMM-NUM-PART)
               MOVE W-CONTA             TO
                    K905-COMM-P-CONTA (K905-COMM-NUM-PART)
               MOVE W-IMPORTO           TO
                    K905-COMM-P-IMPORTO (K905-COMM-NUM-PART)
               MOVE W-STATO             TO
                    K905-COMM-P-STATO (K905-COMM-NUM-PART)
           END-IF.
      *----------------------------------------------------------------*
       1100-CARICA-PART-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2000-CONTESTA.
           EXEC SQL UPDATE T_TE_MBC_PARTITE
                       SET PMB_STATO      = 'C',
                           PMB_NOTA       = :K905-COMM-NOTA,
                           PMB_UTENTE     = :K905-COMM-UTENTE,
                           PMB_DATA_ESITO = CURRENT TIMESTAMP
                     WHERE PMB_PERIODO  = :K905-COMM-PERIODO
                       AND PMB_ABI_CRED = :K905-COMM-ABI-CRED
                       AND PMB_ABI_DEB  = :K905-COMM-ABI-DEB
                       AND PMB_TIPO_FLU = :K905-COMM-TIPO-FLU
                       AND PMB_STATO    = 'A'
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               SET K905-COMM-OK         TO TRUE
           END-IF.
      *----------------------------------------------------------------*
       2000-CONTESTA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-ACCORDO: LA PARTITA RESTA DOV'E' (STESSO PERIODO) E
      *    VIENE PRESA DAL PRIMO REGOLAMENTO UTILE
      *----------------------------------------------------------------*
       3000-ACCORDO.
           IF  K905-COMM-IMPORTO > ZERO
           THEN
               EXEC SQL UPDATE T_TE_MBC_PARTITE
                           SET PMB_STATO      = 'A',
                               PMB_IMPORTO    = :K905-COMM-IMPORTO,
                               PMB_NOTA       = :K905-COMM-NOTA,
                               PMB_UTENTE     = :K905-COMM-UTENTE,
                               PMB_DATA_ESITO = CURRENT TIMESTAMP
                         WHERE PMB_PERIODO  = :K905-COMM-PERIODO
                           AND PMB_ABI_CRED = :K905-COMM-ABI-CRED
                           AND PMB_ABI_DEB  = :K905-COMM-ABI-DEB
                           AND PMB_TIPO_FLU = :K905-COMM-TIPO-FLU
                           AND PMB_STATO    = 'C'
               END-EXEC
           ELSE
               EXEC SQL UPDATE T_TE_MBC_PARTITE
                           SET PMB_STATO      = 'A',
                               PMB_NOTA       = :K905-COMM-NOTA,
                               PMB_UTENTE     = :K905-COMM-UTENTE,
                               PMB_DATA_ESITO = CURRENT TIMESTAMP
                         WHERE PMB_PERIODO  = :K905-COMM-PERIODO
                           AND PMB_ABI_CRED = :K905-COMM-ABI-CRED
                           AND PMB_ABI_DEB  = :K905-COMM-ABI-DEB
                           AND PMB_TIPO_FLU = :K905-COMM-TIPO-FLU
                           AND PMB_STATO    = 'C'
               END-EXEC
           END-IF
           IF  SQLCODE = ZERO
           THEN
               SET K905-COMM-OK         TO TRUE
           END-IF.
      *----------------------------------------------------------------*
       3000-ACCORDO-X.
           EXIT.
      *
      ********************** EOM TE0009B5 *******************************
