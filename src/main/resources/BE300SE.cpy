      ******************************************************************
      *                        BE300SE                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - CODA SOSPESI ACCREDITI      *
      *  DESCRIZIONE  : GLI ACCREDITI SCT IN ARRIVO NON APPLICABILI    *
      *                 OGGI FINISCONO A MANO SUL CONTO TRANSITORIO E  *
      *                 CI RESTANO PER MESI. PASSATA GIORNALIERA:      *
      *                  1) ACCREDITI INTERBANCARI DI OGGI NON ANCORA  *
      *                     REGOLATI: CONTO BENEFICIARIO (BEN_IBAN SU  *
      *                     T_ANA_RAPPORTI) INESISTENTE, CHIUSO O      *
      *                     BLOCCATO, OPPURE INTESTATARIO CHE NON      *
      *                     COMPARE NEL NOME DEL BENEFICIARIO ->       *
      *                     MOVIMENTO IN 'S' E RIGA SULLA CODA         *
      *                     T_BE_SOSPESI CON MOTIVO, CODICE DI RESO    *
      *                     SEPA PROPOSTO E SCADENZA A N GIORNATE      *
      *                     TARGET2 (T_BE_SOSPESI_CFG, RIPIEGO 3)      *
      *                  2) RESI DECISI ONLINE CON BE300KI E SOSPESI   *
      *                     ARRIVATI A SCADENZA SENZA ESSERE APPLICATI *
      *                     -> PACS.004 APPIATTITO SU PACS004 E        *
      *                     R-TRANSACTION 'RT' PENDENTE SUL MOVIMENTO, *
      *                     COSI' IL RESO ENTRA NEL NORMALE GIRO DI    *
      *                     BE300R1                                    *
      *                  3) ANZIANITA' DEI SOSPESI APERTI PER FASCE,   *
      *                     CON IL SALDO DEL TRANSITORIO PER           *
      *                     OPERATIONS E CONTABILITA'                  *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : BE00TBMO, T_ANA_RAPPORTI, T_ANA_NDG,           *
      *                 T_BE_SOSPESI, T_BE_SOSPESI_CFG (DB2)           *
      *  OUTPUT       : T_BE_SOSPESI E BE00TBMO AGGIORNATE, RESI SU    *
      *                 PACS004, REPORT SU RPT-BE300-SOS               *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - CODA SOSPESI DEGLI ACCREDITI NON     *
      *           APPLICABILI CON RESO AUTOMATICO A SCADENZA           *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300SE.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT P004-FILE         ASSIGN  TO  PACS004
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-BE300-SOS     ASSIGN  TO  RPTBESOS
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  P004-FILE
           RECORDING MODE IS F.
       01  P004-RECORD.
      *        IDENTIFICATIVO DEL RESO: 'RT' + DISTINTA + MOVIMENTO
           02  P004-ID-RESO             PIC  X(35).
           02  FILLER                   PIC  X(01).
      *        CRO (ORIGINAL TRANSACTION ID) DELL'ACCREDITO RESO
           02  P004-CRO                 PIC  X(35).
           02  FILLER                   PIC  X(01).
           02  P004-BIC-DEST            PIC  X(11).
           02  FILLER                   PIC  X(01).
      *        IN CENTESIMI, COME LA COLONNA IMPORTO DI BE00TBMO
           02  P004-IMPORTO             PIC  9(16).
           02  FILLER                   PIC  X(01).
           02  P004-DIVISA              PIC  X(03).
           02  FILLER                   PIC  X(01).
           02  P004-COD-RESO            PIC  X(04).
           02  FILLER                   PIC  X(01).
           02  P004-ORD-IBAN            PIC  X(34).
           02  FILLER                   PIC  X(01).
           02  P004-ORD-ANAG            PIC  X(70).
           02  FILLER                   PIC  X(01).
           02  P004-BEN-IBAN            PIC  X(34).
           02  FILLER                   PIC  X(01).
           02  P004-DT-RESO             PIC  X(08).
           02  FILLER                   PIC  X(01).
      *
       FD  RPT-BE300-SOS
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  SE-DATA-ELAB                  PIC  X(10)  VALUE SPACE.
       01  SE-OGGI                       PIC  X(08)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    GIORNATE TARGET2 CONCESSE PRIMA DEL RESO AUTOMATICO E
      *    SCADENZA CALCOLATA CON IL CALENDARIO DI BE300K1
      *----------------------------------------------------------------*
       01  SE-GG-LAVORATIVI              PIC S9(03)  COMP-3 VALUE 3.
       01  SE-DATA-W                     PIC  X(08)  VALUE SPACE.
       01  SE-DATA-W-ISO                 PIC  X(10)  VALUE SPACE.
       01  SE-K301-AREA.
           02  SE-K301-DATA-VAL          PIC  9(08).
           02  SE-K301-ESITO             PIC  X(01).
           02  SE-K301-DATA-PROPOSTA     PIC  9(08).
      *
      *----------------------------------------------------------------*
      *    ACCREDITO IN ESAME E CONTO BENEFICIARIO
      *----------------------------------------------------------------*
       01  SE-NUM-DIST                   PIC S9(10)  COMP-3 VALUE ZERO.
       01  SE-NUM-MOV                    PIC S9(10)  COMP-3 VALUE ZERO.
       01  SE-CRO                        PIC  X(35)  VALUE SPACE.
       01  SE-IMPORTO                    PIC S9(18)  COMP-3 VALUE ZERO.
       01  SE-DIVISA                     PIC  X(03)  VALUE SPACE.
       01  SE-BEN-IBAN                   PIC  X(34)  VALUE SPACE.
       01  SE-BEN-ANAG                   PIC  X(70)  VALUE SPACE.
       01  SE-BIC-MITT                   PIC  X(11)  VALUE SPACE.
       01  SE-ORD-IBAN                   PIC  X(34)  VALUE SPACE.
       01  SE-ORD-ANAG                   PIC  X(70)  VALUE SPACE.
       01  SE-RAP-STATO                  PIC  X(01)  VALUE SPACE.
       01  SE-INTESTATARIO               PIC  X(50)  VALUE SPACE.
       01  SE-PAROLA                     PIC  X(50)  VALUE SPACE.
       01  SE-LUNG                       PIC S9(04)  COMP   VALUE ZERO.
       01  SE-CONTA                      PIC S9(04)  COMP   VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    MOTIVO DI SOSPESO E CODICE DI RESO SEPA PROPOSTO
      *----------------------------------------------------------------*
       01  SE-MOTIVO                     PIC  X(04)  VALUE SPACE.
           88  SE-CONTO-INESISTENTE                  VALUE 'INES'.
           88  SE-CONTO-CHIUSO                       VALUE 'CHIU'.
           88  SE-CONTO-BLOCCATO                     VALUE 'BLOC'.
           88  SE-NOME-DIVERSO                       VALUE 'NOME'.
           88  SE-APPLICABILE                        VALUE SPACE.
       01  SE-COD-RESO                   PIC  X(04)  VALUE SPACE.
       01  SE-STATO                      PIC  X(01)  VALUE SPACE.
       01  SE-SCADENZA                   PIC  X(10)  VALUE SPACE.
       01  SE-ID-RESO                    PIC  X(35)  VALUE SPACE.
       01  SE-DIST-ED                    PIC  9(10)  VALUE ZERO.
       01  SE-MOV-ED                     PIC  9(10)  VALUE ZERO.
       01  SE-UTENTE                     PIC  X(08)  VALUE SPACE.
       01  SE-GIORNI                     PIC S9(05)  COMP-3 VALUE ZERO.
       01  SE-IX                         PIC S9(04)  COMP   VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    FASCE DI ANZIANITA' (GIORNI DI CALENDARIO DALLA RICEZIONE)
      *----------------------------------------------------------------*
       01  SE-FASCE-DESCR.
           02  FILLER                    PIC  X(20)  VALUE
               'FINO A 3 GIORNI'.
           02  FILLER                    PIC  X(20)  VALUE
               'DA 4 A 10 GIORNI'.
           02  FILLER                    PIC  X(20)  VALUE
               'DA 11 A 30 GIORNI'.
           02  FILLER                    PIC  X(20)  VALUE
               'OLTRE 30 GIORNI'.
       01  SE-FASCE-DESCR-R REDEFINES SE-FASCE-DESCR.
           02  SE-FASCIA-DESCR           PIC  X(20)  OCCURS 4.
       01  SE-FASCE.
           02  SE-FASCIA                 OCCURS 4.
               03  SE-FASCIA-NUM         PIC S9(07)  COMP-3.
               03  SE-FASCIA-IMP         PIC S9(18)  COMP-3.
      *
       01  SE-TOT-ESAMINATI              PIC S9(07)  COMP-3 VALUE ZERO.
       01  SE-TOT-ACCODATI               PIC S9(07)  COMP-3 VALUE ZERO.
       01  SE-TOT-RESI                   PIC S9(07)  COMP-3 VALUE ZERO.
       01  SE-TOT-RESI-AUTO              PIC S9(07)  COMP-3 VALUE ZERO.
       01  SE-TOT-APERTI                 PIC S9(07)  COMP-3 VALUE ZERO.
       01  SE-TOT-SALDO                  PIC S9(18)  COMP-3 VALUE ZERO.
      *
       01  SW-FINE-ARRIVI                PIC  X(01)  VALUE 'N'.
           88  FINE-ARRIVI                           VALUE 'S'.
       01  SW-FINE-RESI                  PIC  X(01)  VALUE 'N'.
           88  FINE-RESI                             VALUE 'S'.
       01  SW-FINE-APERTI                PIC  X(01)  VALUE 'N'.
           88  FINE-APERTI                           VALUE 'S'.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'CODA SOSPESI ACCREDITI - ELABORAZIONE DEL   '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(78)  VALUE SPACE.
      *
       01  W-RIGA-SEZ1                   PIC  X(132) VALUE
           'ACCREDITI MESSI IN CODA SOSPESI'.
       01  W-RIGA-SEZ2                   PIC  X(132) VALUE
           'RESI GENERATI (PACS.004)'.
       01  W-RIGA-SEZ3                   PIC  X(132) VALUE
           'ANZIANITA'' DEI SOSPESI APERTI'.
       01  W-RIGA-INTEST.
           02  FILLER                    PIC  X(44)  VALUE
               '  DISTINTA/MOVIMENTO  IBAN BENEFICIARIO     '.
           02  FILLER                    PIC  X(44)  VALUE
               '                          IMPORTO  MOT.  RES'.
           02  FILLER                    PIC  X(44)  VALUE
               'O    GG  SCADENZA    NOTA                   '.
      *
       01  W-RIGA-DETT.
           02  W-DETT-DIST               PIC  Z(09)9.
           02  FILLER                    PIC  X(01)  VALUE '/'.
           02  W-DETT-MOV                PIC  Z(09)9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-IBAN               PIC  X(34).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-IMPORTO            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-MOTIVO             PIC  X(04).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-RESO               PIC  X(04).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-GIORNI             PIC  ZZZ9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-SCADENZA           PIC  X(10).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-NOTA               PIC  X(20).
           02  FILLER                    PIC  X(03)  VALUE SPACE.
      *
       01  W-RIGA-FASCIA.
           02  W-FAS-DESCR               PIC  X(20).
           02  FILLER                    PIC  X(09)  VALUE
               '  NUMERO '.
           02  W-FAS-NUM                 PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(10)  VALUE
               '  IMPORTO '.
           02  W-FAS-IMP                 PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(68)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                    PIC  X(10)  VALUE
               'ESAMINATI:'.
           02  W-TOT-ESAMINATI           PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(12)  VALUE
               '  ACCODATI:'.
           02  W-TOT-ACCODATI            PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(08)  VALUE
               '  RESI:'.
           02  W-TOT-RESI                PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(17)  VALUE
               '  DI CUI A SCAD.:'.
           02  W-TOT-RESI-AUTO           PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(10)  VALUE
               '  APERTI:'.
           02  W-TOT-APERTI              PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(18)  VALUE
               '  SALDO SOSPESI:'.
           02  W-TOT-SALDO               PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(04)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    ACCREDITI INTERBANCARI (CON BIC DELLA BANCA MITTENTE) DI
      *    OGGI, NON REGOLATI, IN ITER E NON GIA' IN CODA; I
      *    RIACCREDITI INTERNI NON HANNO BIC MITTENTE E RESTANO FUORI
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-ARRIVI CURSOR FOR
               SELECT  MO.NUM_DIST, MO.NUM_MOV, MO.CRO_OPE,
                       MO.IMPORTO, MO.BEN_IBAN, UPPER(MO.BEN_ANAG)
                 FROM  BE00TBMO MO
                WHERE  MO.DATA_INSE   = :SE-OGGI
                  AND  MO.SEGNO_OPER  = 'A'
                  AND  MO.STATO_MOV   = 'I'
                  AND  MO.OPE_DT_REG  = ' '
                  AND  MO.OPE_MIT_BIC <> ' '
                  AND  NOT EXISTS
                       (SELECT 1 FROM T_BE_SOSPESI SO
                         WHERE SO.SOS_NUM_DIST = MO.NUM_DIST
                           AND SO.SOS_NUM_MOV  = MO.NUM_MOV)
                ORDER BY MO.NUM_DIST, MO.NUM_MOV
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    SOSPESI DA RENDERE: DECISI ONLINE ('D') O APERTI E ARRIVATI
      *    A SCADENZA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-RESI CURSOR FOR
               SELECT  SO.SOS_NUM_DIST, SO.SOS_NUM_MOV, SO.SOS_STATO,
                       SO.SOS_MOTIVO, SO.SOS_COD_RESO,
                       CHAR(SO.SOS_DT_SCADENZA, ISO),
                       MO.CRO_OPE, MO.OPE_MIT_BIC, MO.IMPORTO,
                       MO.DIVISA_MOV, MO.ORD_IBAN, MO.ORD_ANAG,
                       MO.BEN_IBAN
                 FROM  T_BE_SOSPESI SO, BE00TBMO MO
                WHERE  MO.NUM_DIST = SO.SOS_NUM_DIST
                  AND  MO.NUM_MOV  = SO.SOS_NUM_MOV
                  AND  MO.STATO_MOV = 'S'
                  AND (SO.SOS_STATO = 'D'
                   OR (SO.SOS_STATO = 'O'
                  AND  SO.SOS_DT_SCADENZA <= DATE(:SE-DATA-ELAB)))
                ORDER BY SO.SOS_NUM_DIST, SO.SOS_NUM_MOV
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    SOSPESI ANCORA SUL TRANSITORIO, DAL PIU' VECCHIO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-APERTI CURSOR FOR
               SELECT  SOS_NUM_DIST, SOS_NUM_MOV, SOS_BEN_IBAN,
                       SOS_IMPORTO, SOS_MOTIVO, SOS_COD_RESO,
                       SOS_STATO,
                       DAYS(DATE(:SE-DATA-ELAB))
                         - DAYS(SOS_DT_RICEZIONE),
                       CHAR(SOS_DT_SCADENZA, ISO)
                 FROM  T_BE_SOSPESI
                WHERE  SOS_STATO IN ('O', 'D')
                ORDER BY SOS_DT_RICEZIONE, SOS_NUM_DIST, SOS_NUM_MOV
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-UN-ARRIVO        THRU 2000-UN-ARRIVO-X
                   UNTIL FINE-ARRIVI
           PERFORM 3000-INIZIO-RESI      THRU 3000-INIZIO-RESI-X
           PERFORM 3100-UN-RESO          THRU 3100-UN-RESO-X
                   UNTIL FINE-RESI
           PERFORM 4000-INIZIO-ANZIANITA THRU 4000-INIZIO-ANZIANITA-X
           PERFORM 4100-UN-APERTO        THRU 4100-UN-APERTO-X
                   UNTIL FINE-APERTI
           PERFORM 9000-FINALIZZA        THRU 9000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN OUTPUT P004-FILE
           OPEN OUTPUT RPT-BE300-SOS
           INITIALIZE SE-FASCE
           EXEC SQL
                VALUES CHAR(CURRENT DATE, ISO)
                  INTO :SE-DATA-ELAB
           END-EXEC
           MOVE SE-DATA-ELAB(1:4)        TO SE-OGGI(1:4)
           MOVE SE-DATA-ELAB(6:2)        TO SE-OGGI(5:2)
           MOVE SE-DATA-ELAB(9:2)        TO SE-OGGI(7:2)
           MOVE SE-DATA-ELAB             TO W-T1-DATA
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ1              TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST            TO RPT-RIGA
           WRITE RPT-RIGA
      *
           EXEC SQL SELECT CFG_GG_LAVORATIVI
                      INTO :SE-GG-LAVORATIVI
                      FROM T_BE_SOSPESI_CFG
           END-EXEC
           IF  SQLCODE NOT = ZERO OR SE-GG-LAVORATIVI NOT > ZERO
           THEN
               MOVE 3                    TO SE-GG-LAVORATIVI
           END-IF
      *
      *    LA SCADENZA E' LA STESSA PER TUTTI GLI ACCODATI DI OGGI:
      *    N GIORNATE TARGET2 DOPO LA PRIMA GIORNATA UTILE DI
      *    RICEZIONE
           MOVE SE-OGGI                  TO SE-DATA-W
           PERFORM 2500-LAVORATIVO       THRU 2500-LAVORATIVO-X
           PERFORM 2400-GIORNATA-DOPO    THRU 2400-GIORNATA-DOPO-X
                   SE-GG-LAVORATIVI TIMES
           STRING SE-DATA-W(1:4) '-' SE-DATA-W(5:2) '-'
                  SE-DATA-W(7:2)
                  DELIMITED BY SIZE      INTO SE-SCADENZA
           END-STRING
           EXEC SQL OPEN CURS-ARRIVI END-EXEC.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-UN-ARRIVO: CONTROLLO DEL CONTO E DELL'INTESTATARIO;
      *    SE L'ACCREDITO NON E' APPLICABILE VA IN CODA
      *----------------------------------------------------------------*
       2000-UN-ARRIVO.
           EXEC SQL FETCH CURS-ARRIVI
                    INTO :SE-NUM-DIST, :SE-NUM-MOV, :SE-CRO,
                         :SE-IMPORTO, :SE-BEN-IBAN, :SE-BEN-ANAG
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-ARRIVI           TO TRUE
               EXEC SQL CLOSE CURS-ARRIVI END-EXEC
               GO TO 2000-UN-ARRIVO-X
           END-IF
           ADD 1                         TO SE-TOT-ESAMINATI
           PERFORM 2100-CONTROLLA-CONTO  THRU 2100-CONTROLLA-CONTO-X
           IF  SE-APPLICABILE
           THEN
               GO TO 2000-UN-ARRIVO-X
           END-IF
      *
           EXEC SQL UPDATE BE00TBMO
                       SET STATO_MOV = 'S'
                     WHERE DATA_INSE = :SE-OGGI
                       AND NUM_DIST  = :SE-NUM-DIST
                       AND NUM_MOV   = :SE-NUM-MOV
                       AND STATO_MOV = 'I'
           END-EXEC
           IF  SQLCODE NOT = ZERO OR SQLERRD (3) = ZERO
           THEN
               GO TO 2000-UN-ARRIVO-X
           END-IF
           EXEC SQL INSERT INTO T_BE_SOSPESI
                           (SOS_NUM_DIST
                           ,SOS_NUM_MOV
                           ,SOS_CRO
                           ,SOS_BEN_IBAN
                           ,SOS_BEN_ANAG
                           ,SOS_IMPORTO
                           ,SOS_MOTIVO
                           ,SOS_COD_RESO
                           ,SOS_STATO
                           ,SOS_DT_RICEZIONE
                           ,SOS_DT_SCADENZA
                           ,SOS_IBAN_CORR
                           ,SOS_ID_RESO
                           ,SOS_UTENTE)
                    VALUES (:SE-NUM-DIST
                           ,:SE-NUM-MOV
                           ,:SE-CRO
                           ,:SE-BEN-IBAN
                           ,:SE-BEN-ANAG
                           ,:SE-IMPORTO
                           ,:SE-MOTIVO
                           ,:SE-COD-RESO
                           ,'O'
                           ,DATE(:SE-DATA-ELAB)
                           ,DATE(:SE-SCADENZA)
                           ,' '
                           ,' '
                           ,' ')
           END-EXEC
           ADD 1                         TO SE-TOT-ACCODATI
           MOVE SE-NUM-DIST              TO W-DETT-DIST
           MOVE SE-NUM-MOV               TO W-DETT-MOV
           MOVE SE-BEN-IBAN              TO W-DETT-IBAN
           COMPUTE W-DETT-IMPORTO = SE-IMPORTO / 100
           MOVE SE-MOTIVO                TO W-DETT-MOTIVO
           MOVE SE-COD-RESO              TO W-DETT-RESO
           MOVE ZERO                     TO W-DETT-GIORNI
           MOVE SE-SCADENZA              TO W-DETT-SCADENZA
           EVALUATE TRUE
             WHEN SE-CONTO-INESISTENTE
                  MOVE 'CONTO INESISTENTE'
                                         TO W-DETT-NOTA
             WHEN SE-CONTO-CHIUSO
                  MOVE 'CONTO CHIUSO'    TO W-DETT-NOTA
             WHEN SE-CONTO-BLOCCATO
                  MOVE 'CONTO BLOCCATO'  TO W-DETT-NOTA
             WHEN OTHER
                  MOVE 'NOME NON CORRISP.'
                                         TO W-DETT-NOTA
           END-EVALUATE
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2000-UN-ARRIVO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-CONTROLLA-CONTO: MOTIVO E CODICE DI RESO PROPOSTO
      *      INES -> AC01  CHIU -> AC04  BLOC -> AC06  NOME -> MS03
      *    PER IL NOME BASTA CHE LA PRIMA PAROLA DELL'INTESTAZIONE
      *    ANAGRAFICA (ALMENO 3 CARATTERI) COMPAIA NEL BENEFICIARIO
      *    INDICATO DALL'ORDINANTE: SI FERMA SOLO LA DIFFERENZA EVIDENTE
      *----------------------------------------------------------------*
       2100-CONTROLLA-CONTO.
           MOVE SPACE                    TO SE-MOTIVO SE-COD-RESO
           MOVE SPACE                    TO SE-RAP-STATO
                                            SE-INTESTATARIO
           EXEC SQL SELECT R.RAP_STATO,
                           COALESCE(UPPER(A.ANA_COGN), ' ')
                      INTO :SE-RAP-STATO, :SE-INTESTATARIO
                      FROM T_ANA_RAPPORTI R
                           LEFT OUTER JOIN T_ANA_NDG A
                             ON A.ANA_NDG = R.RAP_NDG
                     WHERE R.RAP_IBAN = :SE-BEN-IBAN
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE = 100
                  SET SE-CONTO-INESISTENTE
                                         TO TRUE
                  MOVE 'AC01'            TO SE-COD-RESO
             WHEN SQLCODE NOT = ZERO
      *           NEL DUBBIO L'ACCREDITO PROSEGUE NELL'ITER ORDINARIO
                  CONTINUE
             WHEN SE-RAP-STATO = 'C'
                  SET SE-CONTO-CHIUSO    TO TRUE
                  MOVE 'AC04'            TO SE-COD-RESO
             WHEN SE-RAP-STATO NOT = 'A'
                  SET SE-CONTO-BLOCCATO  TO TRUE
                  MOVE 'AC06'            TO SE-COD-RESO
             WHEN OTHER
                  PERFORM 2200-CONTROLLA-NOME
                     THRU 2200-CONTROLLA-NOME-X
           END-EVALUATE.
      *----------------------------------------------------------------*
       2100-CONTROLLA-CONTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2200-CONTROLLA-NOME.
           MOVE SPACE                    TO SE-PAROLA
           MOVE ZERO                     TO SE-LUNG SE-CONTA
           UNSTRING SE-INTESTATARIO DELIMITED BY ALL SPACE
               INTO SE-PAROLA COUNT IN SE-LUNG
           END-UNSTRING
           IF  SE-LUNG < 3
           THEN
               GO TO 2200-CONTROLLA-NOME-X
           END-IF
           INSPECT SE-BEN-ANAG TALLYING SE-CONTA
               FOR ALL SE-PAROLA(1:SE-LUNG)
           IF  SE-CONTA = ZERO
           THEN
               SET SE-NOME-DIVERSO       TO TRUE
               MOVE 'MS03'               TO SE-COD-RESO
           END-IF.
      *----------------------------------------------------------------*
       2200-CONTROLLA-NOME-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2400-GIORNATA-DOPO: SE-DATA-W AVANZA ALLA GIORNATA TARGET2
      *    SUCCESSIVA
      *----------------------------------------------------------------*
       2400-GIORNATA-DOPO.
           STRING SE-DATA-W(1:4) '-' SE-DATA-W(5:2) '-'
                  SE-DATA-W(7:2)
                  DELIMITED BY SIZE      INTO SE-DATA-W-ISO
           END-STRING
           EXEC SQL
                VALUES CHAR(DATE(:SE-DATA-W-ISO) + 1 DAY, ISO)
                  INTO :SE-DATA-W-ISO
           END-EXEC
           MOVE SE-DATA-W-ISO(1:4)       TO SE-DATA-W(1:4)
           MOVE SE-DATA-W-ISO(6:2)       TO SE-DATA-W(5:2)
           MOVE SE-DATA-W-ISO(9:2)       TO SE-DATA-W(7:2)
           PERFORM 2500-LAVORATIVO       THRU 2500-LAVORATIVO-X.
      *----------------------------------------------------------------*
       2400-GIORNATA-DOPO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2500-LAVORATIVO: SE-DATA-W DIVENTA LA PRIMA GIORNATA
      *    UTILE (SE STESSA SE GIA' LAVORATIVA) SECONDO BE300K1
      *----------------------------------------------------------------*
       2500-LAVORATIVO.
           MOVE SE-DATA-W                TO SE-K301-DATA-VAL
           MOVE SPACE                    TO SE-K301-ESITO
           MOVE ZERO                     TO SE-K301-DATA-PROPOSTA
           CALL 'BE300K1'             USING SE-K301-AREA
           IF  SE-K301-DATA-PROPOSTA > ZERO
           THEN
               MOVE SE-K301-DATA-PROPOSTA TO SE-DATA-W
           END-IF.
      *----------------------------------------------------------------*
       2500-LAVORATIVO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-INIZIO-RESI.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ2              TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST            TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-RESI END-EXEC.
      *----------------------------------------------------------------*
       3000-INIZIO-RESI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3100-UN-RESO: PACS.004 VERSO LA BANCA MITTENTE, CODA IN
      *    'R' E R-TRANSACTION 'RT' PENDENTE SUL MOVIMENTO, CHE ESCE
      *    DAL TRANSITORIO ANNULLATO
      *----------------------------------------------------------------*
       3100-UN-RESO.
           EXEC SQL FETCH CURS-RESI
                    INTO :SE-NUM-DIST, :SE-NUM-MOV, :SE-STATO,
                         :SE-MOTIVO, :SE-COD-RESO, :SE-SCADENZA,
                         :SE-CRO, :SE-BIC-MITT, :SE-IMPORTO,
                         :SE-DIVISA, :SE-ORD-IBAN, :SE-ORD-ANAG,
                         :SE-BEN-IBAN
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-RESI             TO TRUE
               EXEC SQL CLOSE CURS-RESI END-EXEC
               GO TO 3100-UN-RESO-X
           END-IF
      *
           MOVE SE-NUM-DIST              TO SE-DIST-ED
           MOVE SE-NUM-MOV               TO SE-MOV-ED
           MOVE SPACE                    TO SE-ID-RESO
           STRING 'RT' SE-DIST-ED SE-MOV-ED
                  DELIMITED BY SIZE      INTO SE-ID-RESO
           END-STRING
      *    A SCADENZA LA DECISIONE E' DELLA PROCEDURA
           IF  SE-STATO = 'O'
           THEN
               MOVE 'AUTO'               TO SE-UTENTE
               ADD 1                     TO SE-TOT-RESI-AUTO
               MOVE 'RESO A SCADENZA'    TO W-DETT-NOTA
           ELSE
               MOVE SPACE                TO SE-UTENTE
               MOVE 'RESO DECISO ONLINE' TO W-DETT-NOTA
           END-IF
      *
           EXEC SQL UPDATE T_BE_SOSPESI
                       SET SOS_STATO    = 'R',
                           SOS_ID_RESO  = :SE-ID-RESO,
                           SOS_UTENTE   =
                               CASE WHEN :SE-UTENTE = ' '
                                    THEN SOS_UTENTE
                                    ELSE :SE-UTENTE END,
                           SOS_DT_ESITO = CURRENT TIMESTAMP
                     WHERE SOS_NUM_DIST = :SE-NUM-DIST
                       AND SOS_NUM_MOV  = :SE-NUM-MOV
                       AND SOS_STATO IN ('O', 'D')
           END-EXEC
           IF  SQLCODE NOT = ZERO OR SQLERRD (3) = ZERO
           THEN
               GO TO 3100-UN-RESO-X
           END-IF
           EXEC SQL UPDATE BE00TBMO
                       SET STATO_MOV  = 'X',
                           RTX_TIPO   = 'RT',
                           RTX_CODICE = :SE-COD-RESO,
                           RTX_DATA   = :SE-DATA-ELAB,
                           RTX_STATO  = 'P'
                     WHERE NUM_DIST  = :SE-NUM-DIST
                       AND NUM_MOV   = :SE-NUM-MOV
                       AND STATO_MOV = 'S'
           END-EXEC
      *
           MOVE SPACE                    TO P004-RECORD
           MOVE SE-ID-RESO               TO P004-ID-RESO
           MOVE SE-CRO                   TO P004-CRO
           MOVE SE-BIC-MITT              TO P004-BIC-DEST
           MOVE SE-IMPORTO               TO P004-IMPORTO
           MOVE SE-DIVISA                TO P004-DIVISA
           MOVE SE-COD-RESO              TO P004-COD-RESO
           MOVE SE-ORD-IBAN              TO P004-ORD-IBAN
           MOVE SE-ORD-ANAG              TO P004-ORD-ANAG
           MOVE SE-BEN-IBAN              TO P004-BEN-IBAN
           MOVE SE-OGGI                  TO P004-DT-RESO
           WRITE P004-RECORD
      *
           ADD 1                         TO SE-TOT-RESI
           MOVE SE-NUM-DIST              TO W-DETT-DIST
           MOVE SE-NUM-MOV               TO W-DETT-MOV
           MOVE SE-BEN-IBAN              TO W-DETT-IBAN
           COMPUTE W-DETT-IMPORTO = SE-IMPORTO / 100
           MOVE SE-MOTIVO                TO W-DETT-MOTIVO
           MOVE SE-COD-RESO              TO W-DETT-RESO
           MOVE ZERO                     TO W-DETT-GIORNI
           MOVE SE-SCADENZA              TO W-DETT-SCADENZA
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       3100-UN-RESO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4000-INIZIO-ANZIANITA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ3              TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST            TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-APERTI END-EXEC.
      *----------------------------------------------------------------*
       4000-INIZIO-ANZIANITA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4100-UN-APERTO.
           EXEC SQL FETCH CURS-APERTI
                    INTO :SE-NUM-DIST, :SE-NUM-MOV, :SE-BEN-IBAN,
                         :SE-IMPORTO, :SE-MOTIVO, :SE-COD-RESO,
                         :SE-STATO, :SE-GIORNI, :SE-SCADENZA
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-APERTI           TO TRUE
               EXEC SQL CLOSE CURS-APERTI END-EXEC
               GO TO 4100-UN-APERTO-X
           END-IF
           ADD 1                         TO SE-TOT-APERTI
           ADD SE-IMPORTO                TO SE-TOT-SALDO
           EVALUATE TRUE
             WHEN SE-GIORNI NOT > 3
                  MOVE 1                 TO SE-IX
             WHEN SE-GIORNI NOT > 10
                  MOVE 2                 TO SE-IX
             WHEN SE-GIORNI NOT > 30
                  MOVE 3                 TO SE-IX
             WHEN OTHER
                  MOVE 4                 TO SE-IX
           END-EVALUATE
           ADD 1                         TO SE-FASCIA-NUM (SE-IX)
           ADD SE-IMPORTO                TO SE-FASCIA-IMP (SE-IX)
      *
           MOVE SE-NUM-DIST              TO W-DETT-DIST
           MOVE SE-NUM-MOV               TO W-DETT-MOV
           MOVE SE-BEN-IBAN              TO W-DETT-IBAN
           COMPUTE W-DETT-IMPORTO = SE-IMPORTO / 100
           MOVE SE-MOTIVO                TO W-DETT-MOTIVO
           MOVE SE-COD-RESO              TO W-DETT-RESO
           MOVE SE-GIORNI                TO W-DETT-GIORNI
           MOVE SE-SCADENZA              TO W-DETT-SCADENZA
           IF  SE-STATO = 'D'
           THEN
               MOVE 'RESO DA GENERARE'   TO W-DETT-NOTA
           ELSE
               MOVE SPACE                TO W-DETT-NOTA
           END-IF
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       4100-UN-APERTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4200-STAMPA-FASCIA.
           MOVE SE-FASCIA-DESCR (SE-IX)  TO W-FAS-DESCR
           MOVE SE-FASCIA-NUM (SE-IX)    TO W-FAS-NUM
           COMPUTE W-FAS-IMP = SE-FASCIA-IMP (SE-IX) / 100
           MOVE W-RIGA-FASCIA            TO RPT-RIGA
           WRITE RPT-RIGA
           ADD 1                         TO SE-IX.
      *----------------------------------------------------------------*
       4200-STAMPA-FASCIA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE 1                        TO SE-IX
           PERFORM 4200-STAMPA-FASCIA    THRU 4200-STAMPA-FASCIA-X
                   4 TIMES
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SE-TOT-ESAMINATI         TO W-TOT-ESAMINATI
           MOVE SE-TOT-ACCODATI          TO W-TOT-ACCODATI
           MOVE SE-TOT-RESI              TO W-TOT-RESI
           MOVE SE-TOT-RESI-AUTO         TO W-TOT-RESI-AUTO
           MOVE SE-TOT-APERTI            TO W-TOT-APERTI
           COMPUTE W-TOT-SALDO = SE-TOT-SALDO / 100
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE P004-FILE RPT-BE300-SOS
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM BE300SE ********************************
