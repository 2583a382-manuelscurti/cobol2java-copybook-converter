      ******************************************************************
      *                        TE0009RG                                *
      *                                                                *
      *  PROCEDURA    : ARCHIVIO CONTRATTO - RICONCILIAZIONE NOTTURNA  *
      *                 DEI CONTRATTI CON L'ANAGRAFE RAPPORTI          *
      *  DESCRIZIONE  : PER OGNI CONTRATTO APERTO (DCHIKR A SPAZI)     *
      *                 RICOMPONE L'IBAN DI ADDEBITO E LO CERCA SU     *
      *                 T_ANA_RAPPORTI. VERIFICA CHE IL CONTO ESISTA,  *
      *                 SIA APERTO, SIA INTESTATO AL CLIENTE DEL       *
      *                 CONTRATTO (YNDGCL) E CHE FILIALE E DIVISA      *
      *                 (CDIVIS) COINCIDANO. OGNI DIFFORMITA' VA IN    *
      *                 LISTA CON L'AZIONE SUGGERITA:                  *
      *                   CHIUDERE   CONTO ESTINTO                     *
      *                   RIPUNTARE  CONTO DEL CLIENTE SU ALTRA        *
      *                              FILIALE O IN ALTRA DIVISA         *
      *                   INDAGARE   CONTO INESISTENTE O DI ALTRO      *
      *                              INTESTATARIO                      *
      *                 I CONTRATTI IL CUI CONTO E' ESTINTO DA PIU'    *
      *                 DEI GIORNI CONFIGURATI IN T_TE_RICONC_CFG      *
      *                 (RIPIEGO 30) VENGONO SOSPESI D'UFFICIO SU      *
      *                 T_TE_SOSPENSIONI (STATO 'A')                   *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ARCHIVIO CONTRATTO *
      *  INPUT        : TE000902, T_ANA_RAPPORTI,                      *
      *                 T_TE_RICONC_CFG (DB2)                          *
      *  OUTPUT       : T_TE_SOSPENSIONI, REPORT SU RPT-TE0009-RICO,   *
      *                 RETURN-CODE 4 SE CI SONO DIFFORMITA'           *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - RICONCILIAZIONE CONTRATTI/CONTI CON  *
      *           SOSPENSIONE D'UFFICIO SU CONTO ESTINTO               *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     TE0009RG.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT RPT-TE0009-RICO   ASSIGN  TO  RPTTERIC
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  RPT-TE0009-RICO
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
       01  RG-PGM-REGISTRO            PIC  X(08)  VALUE 'OP0001K0'.
       01  RG-DATA-ELAB               PIC  X(10)  VALUE SPACE.
      *
       01  RG-CODKTR                     PIC  X(13)  VALUE SPACE.
       01  RG-YNDGCL                     PIC  X(12)  VALUE SPACE.
       01  RG-ABI                        PIC  X(05)  VALUE SPACE.
       01  RG-CAB                        PIC  X(05)  VALUE SPACE.
       01  RG-CONTO                      PIC  X(12)  VALUE SPACE.
       01  RG-CIN                        PIC  X(01)  VALUE SPACE.
       01  RG-CINIB                      PIC  9(02)  VALUE ZERO.
       01  RG-CDIVIS                     PIC  X(03)  VALUE SPACE.
       01  RG-IBAN                       PIC  X(34)  VALUE SPACE.
      *
       01  RG-RAP-NDG                    PIC  X(12)  VALUE SPACE.
       01  RG-RAP-FIL                    PIC  X(05)  VALUE SPACE.
       01  RG-RAP-STATO                  PIC  X(01)  VALUE SPACE.
       01  RG-RAP-DIVISA                 PIC  X(03)  VALUE SPACE.
       01  RG-RAP-IBAN                   PIC  X(34)  VALUE SPACE.
       01  RG-GG-CHIUSO                  PIC S9(05)  COMP-3 VALUE ZERO.
       01  RG-CONTA                      PIC S9(05)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    GIORNI DALL'ESTINZIONE DEL CONTO OLTRE I QUALI IL CONTRATTO
      *    VIENE SOSPESO D'UFFICIO: DA T_TE_RICONC_CFG; 30 E' SOLO IL
      *    RIPIEGO SE LA RIGA DI CONFIGURAZIONE MANCA
      *----------------------------------------------------------------*
       01  RG-GG-SOSPENSIONE             PIC S9(03)  COMP-3 VALUE 30.
      *
       01  SW-FINE-CONTR                 PIC  X(01)  VALUE 'N'.
           88  FINE-CONTR                            VALUE 'S'.
      *
       01  RG-TOT-CONTROLLATI            PIC S9(09)  COMP-3 VALUE ZERO.
       01  RG-TOT-CONFORMI               PIC S9(09)  COMP-3 VALUE ZERO.
       01  RG-TOT-DIFFORMI               PIC S9(09)  COMP-3 VALUE ZERO.
       01  RG-TOT-SOSPESI                PIC S9(09)  COMP-3 VALUE ZERO.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'CONTRATTI - RICONCILIAZIONE CON I CONTI DEL '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(78)  VALUE SPACE.
      *
       01  W-RIGA-TESTATA2.
           02  FILLER                    PIC  X(44)  VALUE
               'CONTRATTO      NDG           IBAN           '.
           02  FILLER                    PIC  X(44)  VALUE
               '              ANOMALIA                      '.
           02  FILLER                    PIC  X(44)  VALUE
               '  AZIONE      GG     NOTA                   '.
      *
       01  W-RIGA-DETT.
           02  W-DETT-CODKTR             PIC  X(13).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-NDG                PIC  X(12).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-IBAN               PIC  X(27).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-ANOMALIA           PIC  X(30).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-AZIONE             PIC  X(10).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-GG                 PIC  ZZZZ9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-NOTA               PIC  X(20).
           02  FILLER                    PIC  X(03)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                    PIC  X(20)  VALUE
               'CONTROLLATI:        '.
           02  W-TOT-CONTROLLATI         PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  CONFORMI:         '.
           02  W-TOT-CONFORMI            PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  DIFFORMI:         '.
           02  W-TOT-DIFFORMI            PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  SOSPESI OGGI:     '.
           02  W-TOT-SOSPESI             PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(08)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    CONTRATTI APERTI CON LE COORDINATE DI ADDEBITO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-CONTR CURSOR FOR
               SELECT  CODKTR, YNDGCL, CODABI, CODCAB, YCONCT,
                       CCINAB, CCINIB, CDIVIS
                 FROM  TE000902
                WHERE  DCHIKR = SPACE
                ORDER BY CODKTR
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-CONTRATTO        THRU 2000-CONTRATTO-X
                   UNTIL FINE-CONTR
           PERFORM 9000-FINALIZZA        THRU 9000-FINALIZZA-X
           MOVE 'F'                      TO OPK0-FUNZIONE
           MOVE 'OK'                     TO OPK0-ESITO-CORSA
           CALL RG-PGM-REGISTRO    USING OPK0-AREA
           IF  RG-TOT-DIFFORMI > ZERO
           THEN
               MOVE 4                    TO RETURN-CODE
           END-IF
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           INITIALIZE OPK0-AREA
           MOVE 'I'                      TO OPK0-FUNZIONE
           MOVE 'TE0009RG'               TO OPK0-PROGRAMMA
           CALL RG-PGM-REGISTRO    USING OPK0-AREA
           MOVE OPK0-DATA-ELAB           TO RG-DATA-ELAB
           OPEN OUTPUT RPT-TE0009-RICO
           EXEC SQL
                VALUES CHAR(DATE(:RG-DATA-ELAB), ISO) INTO :W-T1-DATA
           END-EXEC
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TESTATA2          TO RPT-RIGA
           WRITE RPT-RIGA
      *
      *    SOGLIA DI SOSPENSIONE CONFIGURATA (RIPIEGO: 30 GIORNI)
           EXEC SQL SELECT CFG_GG_SOSPENSIONE
                      INTO :RG-GG-SOSPENSIONE
                      FROM T_TE_RICONC_CFG
           END-EXEC
           IF  SQLCODE NOT = ZERO OR RG-GG-SOSPENSIONE = ZERO
           THEN
               MOVE 30                   TO RG-GG-SOSPENSIONE
           END-IF
      *
           EXEC SQL OPEN CURS-CONTR END-EXEC.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CONTRATTO: IBAN RICOMPOSTO COME IN TE0009RC, RICERCA
      *    DEL CONTO E CONTROLLI IN ORDINE DI GRAVITA'; IN LISTA VA
      *    LA PRIMA DIFFORMITA' TROVATA
      *----------------------------------------------------------------*
       2000-CONTRATTO.
           EXEC SQL FETCH CURS-CONTR
                    INTO :RG-CODKTR, :RG-YNDGCL, :RG-ABI, :RG-CAB,
                         :RG-CONTO, :RG-CIN, :RG-CINIB, :RG-CDIVIS
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-CONTR            TO TRUE
               EXEC SQL CLOSE CURS-CONTR END-EXEC
               GO TO 2000-CONTRATTO-X
           END-IF
           ADD 1                         TO RG-TOT-CONTROLLATI
           MOVE SPACE                    TO RG-IBAN
           STRING 'IT' RG-CINIB RG-CIN RG-ABI RG-CAB RG-CONTO
                   DELIMITED BY SIZE INTO RG-IBAN
           END-STRING
           MOVE RG-CODKTR                TO W-DETT-CODKTR
           MOVE RG-YNDGCL                TO W-DETT-NDG
           MOVE RG-IBAN                  TO W-DETT-IBAN
           MOVE ZERO                     TO W-DETT-GG
           MOVE SPACE                    TO W-DETT-NOTA
      *
           MOVE ZERO                     TO RG-GG-CHIUSO
           EXEC SQL SELECT RAP_NDG, RAP_FIL, RAP_STATO,
                           COALESCE(RAP_DIVISA, 'EUR'),
                           COALESCE(DAYS(DATE(:RG-DATA-ELAB))
                                  - DAYS(RAP_DT_CHIUSURA), 0)
                      INTO :RG-RAP-NDG, :RG-RAP-FIL, :RG-RAP-STATO,
                           :RG-RAP-DIVISA, :RG-GG-CHIUSO
                      FROM T_ANA_RAPPORTI
                     WHERE RAP_IBAN = :RG-IBAN
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               PERFORM 2100-CONTO-ASSENTE THRU 2100-CONTO-ASSENTE-X
               GO TO 2000-CONTRATTO-X
           END-IF
      *
           IF  RG-RAP-STATO = 'C'
           THEN
               MOVE 'CONTO ESTINTO'      TO W-DETT-ANOMALIA
               MOVE 'CHIUDERE'           TO W-DETT-AZIONE
               MOVE RG-GG-CHIUSO         TO W-DETT-GG
               IF  RG-GG-CHIUSO > RG-GG-SOSPENSIONE
               THEN
                   PERFORM 2200-SOSPENDI THRU 2200-SOSPENDI-X
               END-IF
               PERFORM 2900-SCRIVI-DIFF  THRU 2900-SCRIVI-DIFF-X
               GO TO 2000-CONTRATTO-X
           END-IF
           IF  RG-RAP-NDG NOT = RG-YNDGCL
           THEN
               MOVE 'CONTO DI ALTRO INTESTATARIO'
                                         TO W-DETT-ANOMALIA
               MOVE 'INDAGARE'           TO W-DETT-AZIONE
               MOVE RG-RAP-NDG           TO W-DETT-NOTA
               PERFORM 2900-SCRIVI-DIFF  THRU 2900-SCRIVI-DIFF-X
               GO TO 2000-CONTRATTO-X
           END-IF
           IF  RG-RAP-FIL NOT = RG-CAB
           THEN
               MOVE 'FILIALE DIVERSA DAL CONTRATTO'
                                         TO W-DETT-ANOMALIA
               MOVE 'RIPUNTARE'          TO W-DETT-AZIONE
               MOVE RG-RAP-FIL           TO W-DETT-NOTA
               PERFORM 2900-SCRIVI-DIFF  THRU 2900-SCRIVI-DIFF-X
               GO TO 2000-CONTRATTO-X
           END-IF
           IF  RG-RAP-DIVISA NOT = RG-CDIVIS
           THEN
               MOVE 'DIVISA DIVERSA DAL CONTRATTO'
                                         TO W-DETT-ANOMALIA
               MOVE 'RIPUNTARE'          TO W-DETT-AZIONE
               MOVE RG-RAP-DIVISA        TO W-DETT-NOTA
               PERFORM 2900-SCRIVI-DIFF  THRU 2900-SCRIVI-DIFF-X
               GO TO 2000-CONTRATTO-X
           END-IF
           ADD 1                         TO RG-TOT-CONFORMI.
      *----------------------------------------------------------------*
       2000-CONTRATTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-CONTO-ASSENTE: SE LO STESSO NUMERO DI CONTO ESISTE PER
      *    IL CLIENTE SU UN'ALTRA FILIALE IL CONTRATTO VA RIPUNTATO
      *    SUL NUOVO IBAN, ALTRIMENTI E' DA INDAGARE
      *----------------------------------------------------------------*
       2100-CONTO-ASSENTE.
           MOVE SPACE                    TO RG-RAP-IBAN
           EXEC SQL SELECT MIN(RAP_IBAN)
                      INTO :RG-RAP-IBAN
                      FROM T_ANA_RAPPORTI
                     WHERE RAP_CC    = SUBSTR(:RG-CONTO, 5, 8)
                       AND RAP_NDG   = :RG-YNDGCL
                       AND RAP_STATO <> 'C'
           END-EXEC
           IF  SQLCODE = ZERO AND RG-RAP-IBAN NOT = SPACE
           THEN
               MOVE 'CONTO TRASFERITO DI FILIALE'
                                         TO W-DETT-ANOMALIA
               MOVE 'RIPUNTARE'          TO W-DETT-AZIONE
               MOVE RG-RAP-IBAN (1:20)   TO W-DETT-NOTA
           ELSE
               MOVE 'CONTO INESISTENTE'  TO W-DETT-ANOMALIA
               MOVE 'INDAGARE'           TO W-DETT-AZIONE
           END-IF
           PERFORM 2900-SCRIVI-DIFF      THRU 2900-SCRIVI-DIFF-X.
      *----------------------------------------------------------------*
       2100-CONTO-ASSENTE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-SOSPENDI: UNA SOLA SOSPENSIONE ATTIVA PER CONTRATTO;
      *    LA RIATTIVAZIONE RESTA UN'AZIONE DELL'OPERATORE
      *----------------------------------------------------------------*
       2200-SOSPENDI.
           MOVE ZERO                     TO RG-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :RG-CONTA
                      FROM T_TE_SOSPENSIONI
                     WHERE SOS_CODKTR = :RG-CODKTR
                       AND SOS_STATO  = 'A'
           END-EXEC
           IF  SQLCODE = ZERO AND RG-CONTA > ZERO
           THEN
               MOVE 'GIA'' SOSPESO'      TO W-DETT-NOTA
               GO TO 2200-SOSPENDI-X
           END-IF
           EXEC SQL INSERT INTO T_TE_SOSPENSIONI
                           (SOS_CODKTR
                           ,SOS_MOTIVO
                           ,SOS_DT_SOSP
                           ,SOS_STATO
                           ,SOS_UTENTE
                           ,SOS_DATA_INS)
                    VALUES (:RG-CODKTR
                           ,'CONTO ESTINTO'
                           ,DATE(:RG-DATA-ELAB)
                           ,'A'
                           ,'TE0009RG'
                           ,CURRENT TIMESTAMP)
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               ADD 1                     TO RG-TOT-SOSPESI
               MOVE 'SOSPESO D''UFFICIO' TO W-DETT-NOTA
           ELSE
               MOVE 'SOSPENSIONE FALLITA' TO W-DETT-NOTA
           END-IF.
      *----------------------------------------------------------------*
       2200-SOSPENDI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2900-SCRIVI-DIFF.
           ADD 1                         TO RG-TOT-DIFFORMI
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       2900-SCRIVI-DIFF-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RG-TOT-CONTROLLATI       TO W-TOT-CONTROLLATI
           MOVE RG-TOT-CONFORMI          TO W-TOT-CONFORMI
           MOVE RG-TOT-DIFFORMI          TO W-TOT-DIFFORMI
           MOVE RG-TOT-SOSPESI           TO W-TOT-SOSPESI
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RPT-TE0009-RICO
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM TE0009RG *******************************
