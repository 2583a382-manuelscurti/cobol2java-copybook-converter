      ******************************************************************
      *                        AN0233RK                                *
      *                                                                *
      *  PROCEDURA    : ANAGRAFE GENERALE - REGISTRO LEI               *
      *  DESCRIZIONE  : CARICAMENTO E AGGIORNAMENTO DEL REGISTRO DEI   *
      *                 LEGAL ENTITY IDENTIFIER (T_ANA_LEI, UNA RIGA   *
      *                 PER NDG) DALL'ESTRATTO DELLA GOLDEN COPY       *
      *                 GLEIF (DD GLEIF: LEI, RAGIONE SOCIALE, CODICE  *
      *                 PRESSO L'AUTORITA' DI REGISTRAZIONE, PAESE,    *
      *                 STATO DI REGISTRAZIONE, PROSSIMO RINNOVO,      *
      *                 STATO DELL'ENTITA'):                           *
      *                  - UN LEI GIA' A REGISTRO SI AGGIORNA PER      *
      *                    CODICE LEI                                  *
      *                  - ALTRIMENTI SI AGGANCIA L'NDG PER CODICE     *
      *                    FISCALE/PARTITA IVA (PREFISSO IT IGNORATO)  *
      *                  - FLAG DECADUTO: STATO LAPSED, RETIRED,       *
      *                    ANNULLED, MERGED O DUPLICATE, ENTITA'       *
      *                    INACTIVE O RINNOVO GIA' PASSATO             *
      *                  - FLAG NOME: LA RAGIONE SOCIALE GLEIF NON     *
      *                    CORRISPONDE PIU' ALLA DENOMINAZIONE IN      *
      *                    ANAGRAFE (CONFRONTO SENZA SPAZI E           *
      *                    PUNTEGGIATURA)                              *
      *                 IL REPORT ELENCA LE POSIZIONI SEGNALATE        *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ANAGRAFE           *
      *  INPUT        : GLEIF (ESTRATTO GOLDEN COPY), T_ANA_NDG (DB2)  *
      *  OUTPUT       : T_ANA_LEI, REPORT SU RPT-ANA-LEI               *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - REGISTRO LEI DA GOLDEN COPY GLEIF    *
      *           CON SEGNALAZIONE DI DECADUTI E NOMI DIVERGENTI       *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     AN0233RK.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT GLF-FILE          ASSIGN  TO  GLEIF
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-ANA-LEI       ASSIGN  TO  RPTANLEI
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  GLF-FILE
           RECORDING MODE IS F.
       01  GLF-RECORD.
           02  GLF-LEI                  PIC  X(20).
           02  FILLER                   PIC  X(01).
           02  GLF-RAG-SOC              PIC  X(80).
           02  FILLER                   PIC  X(01).
           02  GLF-ID-LOCALE            PIC  X(20).
           02  FILLER                   PIC  X(01).
           02  GLF-PAESE                PIC  X(02).
           02  FILLER                   PIC  X(01).
           02  GLF-STATO-REG            PIC  X(20).
           02  FILLER                   PIC  X(01).
           02  GLF-DT-RINNOVO           PIC  X(10).
           02  FILLER                   PIC  X(01).
           02  GLF-STATO-ENTITA         PIC  X(08).
           02  FILLER                   PIC  X(34).
      *
       FD  RPT-ANA-LEI
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  RK-NDG                        PIC  X(12)  VALUE SPACE.
       01  RK-COGN                       PIC  X(40)  VALUE SPACE.
       01  RK-ID                         PIC  X(16)  VALUE SPACE.
       01  RK-LEI                        PIC  X(20)  VALUE SPACE.
       01  RK-RAG-SOC                    PIC  X(80)  VALUE SPACE.
       01  RK-STATO-REG                  PIC  X(20)  VALUE SPACE.
       01  RK-DT-RINNOVO                 PIC  X(10)  VALUE SPACE.
       01  RK-FLAG-DECADUTO              PIC  X(01)  VALUE 'N'.
       01  RK-FLAG-NOME                  PIC  X(01)  VALUE 'N'.
      *
      *    CONFRONTO DEI NOMI: SOLO LETTERE E CIFRE
       01  RK-NOME-IN                    PIC  X(80)  VALUE SPACE.
       01  RK-NOME-OUT                   PIC  X(80)  VALUE SPACE.
       01  RK-NOME-ANA                   PIC  X(80)  VALUE SPACE.
       01  RK-NOME-GLF                   PIC  X(80)  VALUE SPACE.
       01  RK-LUNG                       PIC S9(04)  COMP VALUE ZERO.
       01  RK-LUNG-ANA                   PIC S9(04)  COMP VALUE ZERO.
       01  RK-I                          PIC S9(04)  COMP VALUE ZERO.
       01  RK-CARA                       PIC  X(01)  VALUE SPACE.
           88  RK-CARA-UTILE             VALUE 'A' THRU 'Z'
                                               '0' THRU '9'.
      *
       01  SW-FINE-FEED                  PIC  X(01)  VALUE 'N'.
           88  FINE-FEED                             VALUE 'S'.
       01  SW-FINE-SEGN                  PIC  X(01)  VALUE 'N'.
           88  FINE-SEGN                             VALUE 'S'.
      *
       01  RK-TOT-LETTI                  PIC S9(09)  COMP-3 VALUE ZERO.
       01  RK-TOT-AGGIORNATI             PIC S9(09)  COMP-3 VALUE ZERO.
       01  RK-TOT-NUOVI                  PIC S9(09)  COMP-3 VALUE ZERO.
       01  RK-TOT-DECADUTI               PIC S9(09)  COMP-3 VALUE ZERO.
       01  RK-TOT-NOME                   PIC S9(09)  COMP-3 VALUE ZERO.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'ANAGRAFE - REGISTRO LEI - SEGNALAZIONI DEL  '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(78)  VALUE SPACE.
      *
       01  W-RIGA-TESTATA2.
           02  FILLER                    PIC  X(44)  VALUE
               'NDG           LEI                  STATO REG'.
           02  FILLER                    PIC  X(44)  VALUE
               'ISTRAZIONE   RINNOVO    DEC NOM RAGIONE SOCI'.
           02  FILLER                    PIC  X(44)  VALUE
               'ALE GLEIF'.
      *
       01  W-RIGA-DETT.
           02  W-DETT-NDG                PIC  X(12).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-LEI                PIC  X(20).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DETT-STATO              PIC  X(20).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-RINNOVO            PIC  X(10).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DETT-DECADUTO           PIC  X(01).
           02  FILLER                    PIC  X(03)  VALUE SPACE.
           02  W-DETT-NOME               PIC  X(01).
           02  FILLER                    PIC  X(03)  VALUE SPACE.
           02  W-DETT-RAG-SOC            PIC  X(56).
      *
       01  W-RIGA-TOTALI1.
           02  FILLER                    PIC  X(20)  VALUE
               'RECORD GLEIF LETTI: '.
           02  W-TOT-LETTI               PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  LEI AGGIORNATI:   '.
           02  W-TOT-AGGIORNATI          PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  NUOVI AGGANCI:    '.
           02  W-TOT-NUOVI               PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(39)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI2.
           02  FILLER                    PIC  X(20)  VALUE
               'LEI DECADUTI:       '.
           02  W-TOT-DECADUTI            PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  NOMI DIVERGENTI:  '.
           02  W-TOT-NOME                PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(70)  VALUE SPACE.
      *
       01  W-DATA-OGGI                   PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    POSIZIONI SEGNALATE DOPO L'AGGIORNAMENTO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-SEGN CURSOR FOR
               SELECT  LEI_NDG, LEI_CODICE, LEI_STATO_REG,
                       COALESCE(CHAR(LEI_DT_RINNOVO, ISO), ' '),
                       LEI_FLAG_DECADUTO, LEI_FLAG_NOME,
                       LEI_RAG_SOC
                 FROM  T_ANA_LEI
                WHERE  LEI_FLAG_DECADUTO = 'S'
                   OR  LEI_FLAG_NOME     = 'S'
                ORDER BY LEI_NDG
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-CARICA-FEED      THRU 2000-CARICA-FEED-X
                   UNTIL FINE-FEED
           EXEC SQL OPEN CURS-SEGN END-EXEC
           PERFORM 4000-SEGNALAZIONI     THRU 4000-SEGNALAZIONI-X
                   UNTIL FINE-SEGN
           PERFORM 9000-FINALIZZA        THRU 9000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN INPUT  GLF-FILE
           OPEN OUTPUT RPT-ANA-LEI
           EXEC SQL
                VALUES CURRENT DATE INTO :W-DATA-OGGI
           END-EXEC
           MOVE W-DATA-OGGI              TO W-T1-DATA
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TESTATA2          TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2000-CARICA-FEED.
           READ GLF-FILE
               AT END
                  SET FINE-FEED          TO TRUE
                  GO TO 2000-CARICA-FEED-X
           END-READ
           ADD 1                         TO RK-TOT-LETTI
           MOVE GLF-LEI                  TO RK-LEI
           MOVE GLF-RAG-SOC              TO RK-RAG-SOC
           MOVE GLF-STATO-REG            TO RK-STATO-REG
           MOVE GLF-DT-RINNOVO           TO RK-DT-RINNOVO
           IF  RK-LEI = SPACE
           THEN
               GO TO 2000-CARICA-FEED-X
           END-IF
      *
      *    CODICE LOCALE: PARTITA IVA CON O SENZA PREFISSO PAESE
           IF  GLF-ID-LOCALE(1:2) = 'IT'
           AND GLF-ID-LOCALE(3:11) IS NUMERIC
           THEN
               MOVE GLF-ID-LOCALE(3:16)  TO RK-ID
           ELSE
               MOVE GLF-ID-LOCALE(1:16)  TO RK-ID
           END-IF
      *
           PERFORM 2100-FLAG-DECADUTO    THRU 2100-FLAG-DECADUTO-X
      *
      *    PRIMA SI CERCA IL LEI GIA' A REGISTRO, POI L'AGGANCIO
      *    PER CODICE FISCALE
           MOVE SPACE                    TO RK-NDG RK-COGN
           EXEC SQL SELECT LEI.LEI_NDG, ANA.ANA_COGN
                      INTO :RK-NDG, :RK-COGN
                      FROM T_ANA_LEI LEI, T_ANA_NDG ANA
                     WHERE LEI.LEI_CODICE = :RK-LEI
                       AND ANA.ANA_NDG    = LEI.LEI_NDG
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               PERFORM 2200-FLAG-NOME    THRU 2200-FLAG-NOME-X
               PERFORM 2300-AGGIORNA     THRU 2300-AGGIORNA-X
               GO TO 2000-CARICA-FEED-X
           END-IF
           IF  RK-ID = SPACE
           THEN
               GO TO 2000-CARICA-FEED-X
           END-IF
           EXEC SQL SELECT ANA.ANA_NDG, ANA.ANA_COGN
                      INTO :RK-NDG, :RK-COGN
                      FROM T_ANA_NDG ANA
                     WHERE ANA.ANA_CODFIS = :RK-ID
                       AND NOT EXISTS
                           (SELECT 1 FROM T_ANA_LEI LEI
                             WHERE LEI.LEI_NDG = ANA.ANA_NDG)
                     FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               PERFORM 2200-FLAG-NOME    THRU 2200-FLAG-NOME-X
               PERFORM 2400-INSERISCI    THRU 2400-INSERISCI-X
           END-IF.
      *----------------------------------------------------------------*
       2000-CARICA-FEED-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2100-FLAG-DECADUTO.
           MOVE 'N'                      TO RK-FLAG-DECADUTO
           IF  RK-STATO-REG = 'LAPSED'   OR 'RETIRED'  OR 'ANNULLED'
                           OR 'MERGED'   OR 'DUPLICATE'
           OR  GLF-STATO-ENTITA = 'INACTIVE'
           THEN
               MOVE 'S'                  TO RK-FLAG-DECADUTO
               GO TO 2100-FLAG-DECADUTO-X
           END-IF
           IF  RK-DT-RINNOVO NOT = SPACE
           AND RK-DT-RINNOVO < W-DATA-OGGI
           THEN
               MOVE 'S'                  TO RK-FLAG-DECADUTO
           END-IF.
      *----------------------------------------------------------------*
       2100-FLAG-DECADUTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2200-FLAG-NOME.
      *    LA DENOMINAZIONE IN ANAGRAFE, RIDOTTA A LETTERE E CIFRE,
      *    DEVE APRIRE LA RAGIONE SOCIALE GLEIF RIDOTTA ALLO STESSO
      *    MODO ('ROSSI SRL' = 'ROSSI S.R.L.')
           MOVE 'N'                      TO RK-FLAG-NOME
           MOVE RK-COGN                  TO RK-NOME-IN
           PERFORM 2210-RIDUCI           THRU 2210-RIDUCI-X
           MOVE RK-NOME-OUT              TO RK-NOME-ANA
           MOVE RK-LUNG                  TO RK-LUNG-ANA
           MOVE RK-RAG-SOC               TO RK-NOME-IN
           PERFORM 2210-RIDUCI           THRU 2210-RIDUCI-X
           MOVE RK-NOME-OUT              TO RK-NOME-GLF
           IF  RK-LUNG-ANA = ZERO
           THEN
               MOVE 'S'                  TO RK-FLAG-NOME
               GO TO 2200-FLAG-NOME-X
           END-IF
           IF  RK-NOME-ANA(1:RK-LUNG-ANA)
                        NOT = RK-NOME-GLF(1:RK-LUNG-ANA)
           THEN
               MOVE 'S'                  TO RK-FLAG-NOME
           END-IF.
      *----------------------------------------------------------------*
       2200-FLAG-NOME-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2210-RIDUCI.
           INSPECT RK-NOME-IN CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACE                    TO RK-NOME-OUT
           MOVE ZERO                     TO RK-LUNG
           PERFORM 2220-CARATTERE        THRU 2220-CARATTERE-X
                   VARYING RK-I FROM 1 BY 1
                   UNTIL RK-I > 80.
      *----------------------------------------------------------------*
       2210-RIDUCI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2220-CARATTERE.
           MOVE RK-NOME-IN(RK-I:1)       TO RK-CARA
           IF  RK-CARA-UTILE
           THEN
               ADD 1                     TO RK-LUNG
               MOVE RK-CARA              TO RK-NOME-OUT(RK-LUNG:1)
           END-IF.
      *----------------------------------------------------------------*
       2220-CARATTERE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2300-AGGIORNA.
           EXEC SQL UPDATE T_ANA_LEI
                       SET LEI_RAG_SOC       = :RK-RAG-SOC,
                           LEI_STATO_REG     = :RK-STATO-REG,
                           LEI_DT_RINNOVO    =
                               DATE(NULLIF(:RK-DT-RINNOVO, ' ')),
                           LEI_FLAG_DECADUTO = :RK-FLAG-DECADUTO,
                           LEI_FLAG_NOME     = :RK-FLAG-NOME,
                           LEI_DT_VERIFICA   = CURRENT DATE,
                           LEI_DATA_AGG      = CURRENT TIMESTAMP
                     WHERE LEI_CODICE = :RK-LEI
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               ADD 1                     TO RK-TOT-AGGIORNATI
               PERFORM 2500-CONTA-FLAG   THRU 2500-CONTA-FLAG-X
           END-IF
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       2300-AGGIORNA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2400-INSERISCI.
           EXEC SQL INSERT INTO T_ANA_LEI
                           (LEI_NDG
                           ,LEI_CODICE
                           ,LEI_RAG_SOC
                           ,LEI_STATO_REG
                           ,LEI_DT_RINNOVO
                           ,LEI_FLAG_DECADUTO
                           ,LEI_FLAG_NOME
                           ,LEI_DT_VERIFICA
                           ,LEI_DATA_AGG)
                    VALUES (:RK-NDG
                           ,:RK-LEI
                           ,:RK-RAG-SOC
                           ,:RK-STATO-REG
                           ,DATE(NULLIF(:RK-DT-RINNOVO, ' '))
                           ,:RK-FLAG-DECADUTO
                           ,:RK-FLAG-NOME
                           ,CURRENT DATE
                           ,CURRENT TIMESTAMP)
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               ADD 1                     TO RK-TOT-NUOVI
               PERFORM 2500-CONTA-FLAG   THRU 2500-CONTA-FLAG-X
           END-IF
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       2400-INSERISCI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2500-CONTA-FLAG.
           IF  RK-FLAG-DECADUTO = 'S'
           THEN
               ADD 1                     TO RK-TOT-DECADUTI
           END-IF
           IF  RK-FLAG-NOME = 'S'
           THEN
               ADD 1                     TO RK-TOT-NOME
           END-IF.
      *----------------------------------------------------------------*
       2500-CONTA-FLAG-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4000-SEGNALAZIONI.
           EXEC SQL FETCH CURS-SEGN
                    INTO :RK-NDG, :RK-LEI, :RK-STATO-REG,
                         :RK-DT-RINNOVO, :RK-FLAG-DECADUTO,
                         :RK-FLAG-NOME, :RK-RAG-SOC
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-SEGN             TO TRUE
               EXEC SQL CLOSE CURS-SEGN END-EXEC
               GO TO 4000-SEGNALAZIONI-X
           END-IF
           MOVE RK-NDG                   TO W-DETT-NDG
           MOVE RK-LEI                   TO W-DETT-LEI
           MOVE RK-STATO-REG             TO W-DETT-STATO
           MOVE RK-DT-RINNOVO            TO W-DETT-RINNOVO
           MOVE RK-FLAG-DECADUTO         TO W-DETT-DECADUTO
           MOVE RK-FLAG-NOME             TO W-DETT-NOME
           MOVE RK-RAG-SOC               TO W-DETT-RAG-SOC
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       4000-SEGNALAZIONI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RK-TOT-LETTI             TO W-TOT-LETTI
           MOVE RK-TOT-AGGIORNATI        TO W-TOT-AGGIORNATI
           MOVE RK-TOT-NUOVI             TO W-TOT-NUOVI
           MOVE W-RIGA-TOTALI1           TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RK-TOT-DECADUTI          TO W-TOT-DECADUTI
           MOVE RK-TOT-NOME              TO W-TOT-NOME
           MOVE W-RIGA-TOTALI2           TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE GLF-FILE RPT-ANA-LEI
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM AN0233RK *******************************
