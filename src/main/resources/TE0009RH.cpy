      ******************************************************************
      *                        TE0009RH                                *
      *                                                                *
      *  PROCEDURA    : ARCHIVIO CONTRATTO - CARICAMENTO MENSILE       *
      *                 DELL'ELENCO PARTECIPANTI CBI                   *
      *  DESCRIZIONE  : IL CONSORZIO CBI PUBBLICA OGNI MESE L'ELENCO   *
      *                 DEI PARTECIPANTI ATTIVI CON I CODICI SIA E     *
      *                 ABI. QUESTA PASSATA LO CARICA IN T_TE_DIR_CBI  *
      *                 (LA TABELLA DI RIFERIMENTO USATA DA TE0009B4)  *
      *                 E STAMPA L'ELENCO DELLE VARIAZIONI RISPETTO AL *
      *                 MESE PRECEDENTE, CON I CONTRATTI APERTI CHE    *
      *                 USANO IL CODICE, PER PIANIFICARE LE            *
      *                 CONVERSIONI PRIMA DEL RITIRO:                  *
      *                   NUOVO PARTECIPANTE                           *
      *                   ABI RIASSEGNATO      (SIA PASSATO AD ALTRA   *
      *                                         BANCA, ES. FUSIONE)    *
      *                   RITIRO PROGRAMMATO   (DATA EFFETTO FUTURA)   *
      *                   RITIRATO                                     *
      *                   RIATTIVATO                                   *
      *                   NON PIU' IN ELENCO   (RITIRATO D'UFFICIO)    *
      *                 IN CODA L'ELENCO DI TUTTI I RITIRI ANCORA DA   *
      *                 VENIRE. UN FILE VUOTO NON RITIRA NESSUNO       *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ARCHIVIO CONTRATTO *
      *  INPUT        : CBIDIR (ELENCO PARTECIPANTI CBI),              *
      *                 T_TE_DIR_CBI, TE000902 (DB2)                   *
      *  OUTPUT       : T_TE_DIR_CBI, REPORT SU RPT-TE0009-DIRCBI,     *
      *                 RETURN-CODE 4 SE CI SONO RECORD SCARTATI       *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - CARICAMENTO ELENCO PARTECIPANTI CBI  *
      *           CON ELENCO DELLE VARIAZIONI                          *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     TE0009RH.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT DIR-FILE          ASSIGN  TO  CBIDIR
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-TE0009-DIRCBI ASSIGN  TO  RPTTEDIR
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  DIR-FILE
           RECORDING MODE IS F.
       01  CBD-RECORD.
           02  CBD-CODSIA               PIC  X(05).
           02  CBD-CODABI               PIC  X(05).
           02  CBD-DENOM                PIC  X(60).
      *        'A' ATTIVO, 'R' RITIRATO
           02  CBD-STATO                PIC  X(01).
      *        DATA EFFETTO DEL RITIRO (AAAA-MM-GG), ANCHE FUTURA
           02  CBD-DT-EFFETTO           PIC  X(10).
           02  CBD-SIA-SUBENTRO         PIC  X(05).
           02  CBD-ABI-SUBENTRO         PIC  X(05).
           02  FILLER                   PIC  X(59).
      *
       FD  RPT-TE0009-DIRCBI
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *----------------------------------------------------------------*
      *    DATA DI ELABORAZIONE E REGISTRO CORSE (OP0001K0)
      *----------------------------------------------------------------*
           COPY OP0001W0.
       01  RH-PGM-REGISTRO            PIC  X(08)  VALUE 'OP0001K0'.
       01  RH-DATA-ELAB               PIC  X(10)  VALUE SPACE.
      *
       01  RH-ABI-PREC                   PIC  X(05)  VALUE SPACE.
       01  RH-STATO-PREC                 PIC  X(01)  VALUE SPACE.
       01  RH-DT-PREC                    PIC  X(10)  VALUE SPACE.
       01  RH-ABI-CONTA                  PIC  X(05)  VALUE SPACE.
       01  RH-SIA-CONTA                  PIC  X(05)  VALUE SPACE.
       01  RH-CONTRATTI                  PIC S9(07)  COMP-3 VALUE ZERO.
       01  RH-VARIAZIONE                 PIC  X(24)  VALUE SPACE.
      *
       01  RH-CODSIA                     PIC  X(05)  VALUE SPACE.
       01  RH-CODABI                     PIC  X(05)  VALUE SPACE.
       01  RH-DENOM                      PIC  X(60)  VALUE SPACE.
       01  RH-DT-EFFETTO                 PIC  X(10)  VALUE SPACE.
       01  RH-SIA-SUBENTRO               PIC  X(05)  VALUE SPACE.
       01  RH-ABI-SUBENTRO               PIC  X(05)  VALUE SPACE.
      *
       01  SW-FINE-DIR                   PIC  X(01)  VALUE 'N'.
           88  FINE-DIR                              VALUE 'S'.
       01  SW-FINE-SPARITI               PIC  X(01)  VALUE 'N'.
           88  FINE-SPARITI                          VALUE 'S'.
       01  SW-FINE-PROGR                 PIC  X(01)  VALUE 'N'.
           88  FINE-PROGR                            VALUE 'S'.
      *
       01  RH-TOT-LETTI                  PIC S9(09)  COMP-3 VALUE ZERO.
       01  RH-TOT-VARIAZIONI             PIC S9(09)  COMP-3 VALUE ZERO.
       01  RH-TOT-SPARITI                PIC S9(09)  COMP-3 VALUE ZERO.
       01  RH-TOT-SCARTATI               PIC S9(09)  COMP-3 VALUE ZERO.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'CONTRATTI - ELENCO PARTECIPANTI CBI DEL     '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(78)  VALUE SPACE.
      *
       01  W-RIGA-TESTATA2.
           02  FILLER                    PIC  X(44)  VALUE
               'VARIAZIONE                SIA    ABI    ABI '.
           02  FILLER                    PIC  X(44)  VALUE
               'PREC  DENOMINAZIONE                         '.
           02  FILLER                    PIC  X(44)  VALUE
               '    DT EFFETTO  SUBENTRO     CONTR.         '.
      *
       01  W-RIGA-SEZIONE.
           02  FILLER                    PIC  X(44)  VALUE
               'RITIRI PROGRAMMATI ANCORA DA VENIRE         '.
           02  FILLER                    PIC  X(88)  VALUE SPACE.
      *
       01  W-RIGA-DETT.
           02  W-DETT-VARIAZIONE         PIC  X(24).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-SIA                PIC  X(05).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-ABI                PIC  X(05).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-ABI-PREC           PIC  X(08).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-DENOM              PIC  X(40).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-DT-EFFETTO         PIC  X(10).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-SUBENTRO           PIC  X(11).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-CONTRATTI          PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(08)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                    PIC  X(20)  VALUE
               'LETTI:              '.
           02  W-TOT-LETTI               PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  VARIAZIONI:       '.
           02  W-TOT-VARIAZIONI          PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  NON PIU'' IN ELEN.:'.
           02  W-TOT-SPARITI             PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  SCARTATI:         '.
           02  W-TOT-SCARTATI            PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(08)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    PARTECIPANTI ATTIVI NON RICARICATI OGGI: NON SONO PIU'
      *    NELL'ELENCO DEL CONSORZIO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-SPARITI CURSOR FOR
               SELECT  DIR_CODSIA, DIR_CODABI, DIR_DENOM
                 FROM  T_TE_DIR_CBI
                WHERE  DIR_STATO = 'A'
                  AND  DIR_DATA_CARICO < DATE(:RH-DATA-ELAB)
                ORDER BY DIR_CODSIA
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    RITIRI CON DATA EFFETTO FUTURA, IN ORDINE DI SCADENZA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-PROGR CURSOR FOR
               SELECT  DIR_CODSIA, DIR_CODABI, DIR_DENOM,
                       CHAR(DIR_DT_EFFETTO, ISO),
                       DIR_SIA_SUBENTRO, DIR_ABI_SUBENTRO
                 FROM  T_TE_DIR_CBI
                WHERE  DIR_STATO = 'A'
                  AND  DIR_DT_EFFETTO > DATE(:RH-DATA-ELAB)
                ORDER BY DIR_DT_EFFETTO, DIR_CODSIA
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-PARTECIPANTE     THRU 2000-PARTECIPANTE-X
                   UNTIL FINE-DIR
      *    UN ELENCO VUOTO E' UN INCIDENTE DI TRASMISSIONE, NON LA
      *    CESSAZIONE DI TUTTI I PARTECIPANTI
           IF  RH-TOT-LETTI > ZERO
           THEN
               EXEC SQL OPEN CURS-SPARITI END-EXEC
               PERFORM 3000-SPARITO      THRU 3000-SPARITO-X
                       UNTIL FINE-SPARITI
           END-IF
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZIONE           TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-PROGR END-EXEC
           PERFORM 4000-PROGRAMMATO      THRU 4000-PROGRAMMATO-X
                   UNTIL FINE-PROGR
           PERFORM 9000-FINALIZZA        THRU 9000-FINALIZZA-X
           MOVE 'F'                      TO OPK0-FUNZIONE
           MOVE 'OK'                     TO OPK0-ESITO-CORSA
           CALL RH-PGM-REGISTRO    USING OPK0-AREA
           IF  RH-TOT-SCARTATI > ZERO
           THEN
               MOVE 4                    TO RETURN-CODE
           END-IF
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           INITIALIZE OPK0-AREA
           MOVE 'I'                      TO OPK0-FUNZIONE
           MOVE 'TE0009RH'               TO OPK0-PROGRAMMA
           CALL RH-PGM-REGISTRO    USING OPK0-AREA
           MOVE OPK0-DATA-ELAB           TO RH-DATA-ELAB
           OPEN INPUT  DIR-FILE
           OPEN OUTPUT RPT-TE0009-DIRCBI
           EXEC SQL
                VALUES CHAR(DATE(:RH-DATA-ELAB), ISO) INTO :W-T1-DATA
           END-EXEC
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
       2000-PARTECIPANTE.
           READ DIR-FILE
               AT END
                  SET FINE-DIR           TO TRUE
                  GO TO 2000-PARTECIPANTE-X
           END-READ
           ADD 1                         TO RH-TOT-LETTI
           IF  CBD-CODSIA = SPACE
           OR  (CBD-STATO NOT = 'A' AND CBD-STATO NOT = 'R')
           THEN
               ADD 1                     TO RH-TOT-SCARTATI
               MOVE 'RECORD SCARTATO'    TO RH-VARIAZIONE
               MOVE SPACE                TO RH-ABI-PREC
               MOVE ZERO                 TO RH-CONTRATTI
               PERFORM 2900-SCRIVI-RIGA  THRU 2900-SCRIVI-RIGA-X
               GO TO 2000-PARTECIPANTE-X
           END-IF
      *
           MOVE SPACE                    TO RH-VARIAZIONE
                                            RH-ABI-PREC
                                            RH-STATO-PREC
                                            RH-DT-PREC
           EXEC SQL SELECT DIR_CODABI, DIR_STATO,
                           COALESCE(CHAR(DIR_DT_EFFETTO, ISO), ' ')
                      INTO :RH-ABI-PREC, :RH-STATO-PREC, :RH-DT-PREC
                      FROM T_TE_DIR_CBI
                     WHERE DIR_CODSIA = :CBD-CODSIA
           END-EXEC
           IF  SQLCODE = 100
           THEN
               PERFORM 2100-INSERISCI    THRU 2100-INSERISCI-X
               MOVE 'NUOVO PARTECIPANTE' TO RH-VARIAZIONE
               MOVE SPACE                TO RH-ABI-PREC
           ELSE
               PERFORM 2200-AGGIORNA     THRU 2200-AGGIORNA-X
               PERFORM 2300-VARIAZIONE   THRU 2300-VARIAZIONE-X
           END-IF
           IF  RH-VARIAZIONE NOT = SPACE
           THEN
               ADD 1                     TO RH-TOT-VARIAZIONI
               MOVE CBD-CODSIA           TO RH-SIA-CONTA
               MOVE CBD-CODABI           TO RH-ABI-CONTA
               IF  RH-VARIAZIONE = 'ABI RIASSEGNATO'
               THEN
                   MOVE RH-ABI-PREC      TO RH-ABI-CONTA
               END-IF
               PERFORM 2800-CONTA-CONTR  THRU 2800-CONTA-CONTR-X
               PERFORM 2900-SCRIVI-RIGA  THRU 2900-SCRIVI-RIGA-X
           END-IF
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       2000-PARTECIPANTE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2100-INSERISCI.
           EXEC SQL INSERT INTO T_TE_DIR_CBI
                           (DIR_CODSIA
                           ,DIR_CODABI
                           ,DIR_DENOM
                           ,DIR_STATO
                           ,DIR_DT_EFFETTO
                           ,DIR_SIA_SUBENTRO
                           ,DIR_ABI_SUBENTRO
                           ,DIR_DATA_CARICO
                           ,DIR_DATA_AGG)
                    VALUES (:CBD-CODSIA
                           ,:CBD-CODABI
                           ,:CBD-DENOM
                           ,:CBD-STATO
                           ,CASE WHEN :CBD-DT-EFFETTO = ' '
                                 THEN CAST(NULL AS DATE)
                                 ELSE DATE(:CBD-DT-EFFETTO) END
                           ,:CBD-SIA-SUBENTRO
                           ,:CBD-ABI-SUBENTRO
                           ,DATE(:RH-DATA-ELAB)
                           ,CURRENT TIMESTAMP)
           END-EXEC.
      *----------------------------------------------------------------*
       2100-INSERISCI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2200-AGGIORNA.
           EXEC SQL UPDATE T_TE_DIR_CBI
                       SET DIR_CODABI       = :CBD-CODABI,
                           DIR_DENOM        = :CBD-DENOM,
                           DIR_STATO        = :CBD-STATO,
                           DIR_DT_EFFETTO   =
                               CASE WHEN :CBD-DT-EFFETTO = ' '
                                    THEN CAST(NULL AS DATE)
                                    ELSE DATE(:CBD-DT-EFFETTO) END,
                           DIR_SIA_SUBENTRO = :CBD-SIA-SUBENTRO,
                           DIR_ABI_SUBENTRO = :CBD-ABI-SUBENTRO,
                           DIR_DATA_CARICO  = DATE(:RH-DATA-ELAB),
                           DIR_DATA_AGG     = CURRENT TIMESTAMP
                     WHERE DIR_CODSIA = :CBD-CODSIA
           END-EXEC.
      *----------------------------------------------------------------*
       2200-AGGIORNA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2300-VARIAZIONE: CONFRONTO CON IL CARICO PRECEDENTE, LA PIU'
      *    RILEVANTE PER LE CONVERSIONI PRIMA
      *----------------------------------------------------------------*
       2300-VARIAZIONE.
           IF  CBD-STATO = 'R' AND RH-STATO-PREC = 'A'
           THEN
               MOVE 'RITIRATO'           TO RH-VARIAZIONE
               GO TO 2300-VARIAZIONE-X
           END-IF
           IF  CBD-CODABI NOT = RH-ABI-PREC
           THEN
               MOVE 'ABI RIASSEGNATO'    TO RH-VARIAZIONE
               GO TO 2300-VARIAZIONE-X
           END-IF
           IF  CBD-STATO = 'A' AND RH-STATO-PREC = 'R'
           THEN
               MOVE 'RIATTIVATO'         TO RH-VARIAZIONE
               GO TO 2300-VARIAZIONE-X
           END-IF
           IF  CBD-STATO = 'A' AND CBD-DT-EFFETTO NOT = SPACE
           AND CBD-DT-EFFETTO NOT = RH-DT-PREC
           THEN
               MOVE 'RITIRO PROGRAMMATO' TO RH-VARIAZIONE
           END-IF.
      *----------------------------------------------------------------*
       2300-VARIAZIONE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2800-CONTA-CONTR: CONTRATTI APERTI CHE USANO IL CODICE IN
      *    UNO QUALSIASI DEI CAMPI SIA/ABI
      *----------------------------------------------------------------*
       2800-CONTA-CONTR.
           MOVE ZERO                     TO RH-CONTRATTI
           EXEC SQL SELECT COUNT(*)
                      INTO :RH-CONTRATTI
                      FROM TE000902
                     WHERE DCHIKR = ' '
                       AND (CODSIA = :RH-SIA-CONTA
                        OR  CSIAPR = :RH-SIA-CONTA
                        OR (:RH-ABI-CONTA <> ' '
                       AND (CODABI = :RH-ABI-CONTA
                        OR  CBCALE = :RH-ABI-CONTA
                        OR  CABIQU = :RH-ABI-CONTA)))
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE ZERO                 TO RH-CONTRATTI
           END-IF.
      *----------------------------------------------------------------*
       2800-CONTA-CONTR-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2900-SCRIVI-RIGA.
           MOVE RH-VARIAZIONE            TO W-DETT-VARIAZIONE
           MOVE CBD-CODSIA               TO W-DETT-SIA
           MOVE CBD-CODABI               TO W-DETT-ABI
           MOVE RH-ABI-PREC              TO W-DETT-ABI-PREC
           MOVE CBD-DENOM                TO W-DETT-DENOM
           MOVE CBD-DT-EFFETTO           TO W-DETT-DT-EFFETTO
           MOVE SPACE                    TO W-DETT-SUBENTRO
           IF  CBD-SIA-SUBENTRO NOT = SPACE
           OR  CBD-ABI-SUBENTRO NOT = SPACE
           THEN
               STRING CBD-SIA-SUBENTRO '/' CBD-ABI-SUBENTRO
                       DELIMITED BY SIZE INTO W-DETT-SUBENTRO
               END-STRING
           END-IF
           MOVE RH-CONTRATTI             TO W-DETT-CONTRATTI
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2900-SCRIVI-RIGA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-SPARITO.
           EXEC SQL FETCH CURS-SPARITI
                    INTO :RH-CODSIA, :RH-CODABI, :RH-DENOM
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-SPARITI          TO TRUE
               EXEC SQL CLOSE CURS-SPARITI END-EXEC
               GO TO 3000-SPARITO-X
           END-IF
           ADD 1                         TO RH-TOT-SPARITI
           MOVE RH-CODSIA                TO RH-SIA-CONTA
           MOVE RH-CODABI                TO RH-ABI-CONTA
           PERFORM 2800-CONTA-CONTR      THRU 2800-CONTA-CONTR-X
           MOVE 'NON PIU'' IN ELENCO'    TO W-DETT-VARIAZIONE
           MOVE RH-CODSIA                TO W-DETT-SIA
           MOVE RH-CODABI                TO W-DETT-ABI
           MOVE SPACE                    TO W-DETT-ABI-PREC
                                            W-DETT-SUBENTRO
           MOVE RH-DENOM                 TO W-DETT-DENOM
           MOVE RH-DATA-ELAB             TO W-DETT-DT-EFFETTO
           MOVE RH-CONTRATTI             TO W-DETT-CONTRATTI
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL UPDATE T_TE_DIR_CBI
                       SET DIR_STATO      = 'R',
                           DIR_DT_EFFETTO = DATE(:RH-DATA-ELAB),
                           DIR_DATA_AGG   = CURRENT TIMESTAMP
                     WHERE DIR_CODSIA = :RH-CODSIA
           END-EXEC.
      *----------------------------------------------------------------*
       3000-SPARITO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4000-PROGRAMMATO.
           EXEC SQL FETCH CURS-PROGR
                    INTO :RH-CODSIA, :RH-CODABI, :RH-DENOM,
                         :RH-DT-EFFETTO, :RH-SIA-SUBENTRO,
                         :RH-ABI-SUBENTRO
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-PROGR            TO TRUE
               EXEC SQL CLOSE CURS-PROGR END-EXEC
               GO TO 4000-PROGRAMMATO-X
           END-IF
           MOVE RH-CODSIA                TO RH-SIA-CONTA
           MOVE RH-CODABI                TO RH-ABI-CONTA
           PERFORM 2800-CONTA-CONTR      THRU 2800-CONTA-CONTR-X
           MOVE 'IN RITIRO'              TO W-DETT-VARIAZIONE
           MOVE RH-CODSIA                TO W-DETT-SIA
           MOVE RH-CODABI                TO W-DETT-ABI
           MOVE SPACE                    TO W-DETT-ABI-PREC
                                            W-DETT-SUBENTRO
           MOVE RH-DENOM                 TO W-DETT-DENOM
           MOVE RH-DT-EFFETTO            TO W-DETT-DT-EFFETTO
           IF  RH-SIA-SUBENTRO NOT = SPACE
           OR  RH-ABI-SUBENTRO NOT = SPACE
           THEN
               STRING RH-SIA-SUBENTRO '/' RH-ABI-SUBENTRO
                       DELIMITED BY SIZE INTO W-DETT-SUBENTRO
               END-STRING
           END-IF
           MOVE RH-CONTRATTI             TO W-DETT-CONTRATTI
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       4000-PROGRAMMATO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RH-TOT-LETTI             TO W-TOT-LETTI
           MOVE RH-TOT-VARIAZIONI        TO W-TOT-VARIAZIONI
           MOVE RH-TOT-SPARITI           TO W-TOT-SPARITI
           MOVE RH-TOT-SCARTATI          TO W-TOT-SCARTATI
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE DIR-FILE RPT-TE0009-DIRCBI
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM TE0009RH *******************************
