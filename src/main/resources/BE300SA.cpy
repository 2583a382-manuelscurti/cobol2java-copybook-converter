      ******************************************************************
      *                        BE300SA                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - BONIFICI NON SEPA (MT103)   *
      *  DESCRIZIONE  : PRODUCE IL MESSAGGIO SWIFT MT103 DEI BONIFICI  *
      *                 IN USCITA DI NATURA 'SWIFT' (DIVISA DIVERSA    *
      *                 DA EURO O PAESE FUORI AREA SEPA) ANCORA SENZA  *
      *                 RIFERIMENTO MESSAGGIO. IL DESTINATARIO E' IL   *
      *                 CORRISPONDENTE SCELTO ALLA CATTURA (BE300KG);  *
      *                 L'EVENTUALE TRAMITE VA IN :56A: SOLO SE        *
      *                 DIVERSO DAL CORRISPONDENTE. CON OPZIONE BEN    *
      *                 L'IMPORTO REGOLATO (:32A:) E' AL NETTO DELLE   *
      *                 SPESE TRATTENUTE (:71F:), L'IMPORTO ORDINATO   *
      *                 RESTA IN :33B:. IL RIFERIMENTO DEL CAMPO :20:  *
      *                 ('BE' + DISTINTA + MOVIMENTO) E' SCRITTO IN    *
      *                 OPE_RIF_MSG E IL CANALE DIVENTA 'SWIFT', COSI' *
      *                 UNA RIPARTENZA NON RIGENERA I MESSAGGI GIA'    *
      *                 PRODOTTI                                       *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : BE00TBMO (DB2)                                 *
      *  OUTPUT       : MESSAGGI MT103 SU MSG-BE300-103, BE00TBMO,     *
      *                 REPORT SU RPT-BE300-103                        *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - MESSAGGI MT103 DEI BONIFICI NON SEPA *
      * MS151026  VALUTA DEL :32A: IN OPE_DT_VAL_BK PER LA             *
      *           RICONCILIAZIONE DEI CONTI NOSTRI                     *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300SA.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT MSG-BE300-103     ASSIGN  TO  MSGBE103
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-BE300-103     ASSIGN  TO  RPTBE103
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  MSG-BE300-103
           RECORDING MODE IS F.
       01  MSG-RIGA                     PIC  X(80).
      *
       FD  RPT-BE300-103
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  SA-DATA-ELAB                  PIC  X(10)  VALUE SPACE.
       01  SA-OGGI                       PIC  X(08)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    MOVIMENTO IN LETTURA (IMPORTI IN CENTESIMI, CAMBIO CON SEI
      *    DECIMALI: IMPORTO = IMP-DIV * CAMBIO / 1000000)
      *----------------------------------------------------------------*
       01  SA-ISTITUTO                   PIC S9(06)  COMP-3 VALUE ZERO.
       01  SA-DATA-INSE                  PIC  X(08)  VALUE SPACE.
       01  SA-NUM-DIST                   PIC S9(10)  COMP-3 VALUE ZERO.
       01  SA-NUM-MOV                    PIC S9(10)  COMP-3 VALUE ZERO.
       01  SA-DIVISA                     PIC  X(03)  VALUE SPACE.
       01  SA-IMPORTO                    PIC S9(18)  COMP-3 VALUE ZERO.
       01  SA-IMP-DIV                    PIC S9(18)  COMP-3 VALUE ZERO.
       01  SA-CAMBIO                     PIC S9(18)  COMP-3 VALUE ZERO.
       01  SA-SPESE-BEN                  PIC S9(06)  COMP-3 VALUE ZERO.
       01  SA-ORD-IBAN                   PIC  X(34)  VALUE SPACE.
       01  SA-ORD-ANAG                   PIC  X(70)  VALUE SPACE.
       01  SA-ORD-VL-AD                  PIC  X(08)  VALUE SPACE.
       01  SA-BEN-IBAN                   PIC  X(34)  VALUE SPACE.
       01  SA-BEN-ANAG                   PIC  X(70)  VALUE SPACE.
       01  SA-BEN-BIC                    PIC  X(11)  VALUE SPACE.
       01  SA-OPZ-SPESE                  PIC  X(03)  VALUE SPACE.
       01  SA-BIC-CORR                   PIC  X(11)  VALUE SPACE.
       01  SA-BIC-TRAMITE                PIC  X(11)  VALUE SPACE.
       01  SA-BIC-MITT                   PIC  X(11)  VALUE SPACE.
       01  SA-RMT-INF                    PIC  X(140) VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    CAMPI DI LAVORO DEL MESSAGGIO
      *----------------------------------------------------------------*
       01  SA-RIF-MSG.
           02  FILLER                    PIC  X(02)  VALUE 'BE'.
           02  SA-RIF-DIST               PIC  9(10).
           02  SA-RIF-MOV                PIC  9(04).
       01  SA-DATA-VAL                   PIC  X(08)  VALUE SPACE.
       01  SA-DED-DIV                    PIC S9(18)  COMP-3 VALUE ZERO.
       01  SA-IMP-REG                    PIC S9(18)  COMP-3 VALUE ZERO.
      *    INDIRIZZO LOGICO (BIC A 8 + TERMINALE + FILIALE)
       01  SA-LT-MITT.
           02  SA-LT-MITT-BIC            PIC  X(08).
           02  FILLER                    PIC  X(01)  VALUE 'A'.
           02  SA-LT-MITT-FIL            PIC  X(03).
       01  SA-LT-DEST.
           02  SA-LT-DEST-BIC            PIC  X(08).
           02  FILLER                    PIC  X(01)  VALUE 'X'.
           02  SA-LT-DEST-FIL            PIC  X(03).
      *    IMPORTO SWIFT: VIRGOLA DECIMALE, SENZA ZERI NON SIGNIFICATIVI
       01  SA-IMP-CENT                   PIC S9(18)  COMP-3 VALUE ZERO.
       01  SA-IMP-EDIT                   PIC  Z(14)9,99.
       01  SA-IMP-SPAZI                  PIC S9(04)  COMP VALUE ZERO.
       01  SA-IMP-INIZIO                 PIC S9(04)  COMP VALUE ZERO.
       01  SA-IMP-LUNG                   PIC S9(04)  COMP VALUE ZERO.
      *    TESTO LIBERO SPEZZATO IN RIGHE DA 35 (4 RIGHE AL MASSIMO)
       01  SA-TAG                        PIC  X(06)  VALUE SPACE.
       01  SA-TESTO                      PIC  X(140) VALUE SPACE.
       01  SA-TESTO-TAB  REDEFINES SA-TESTO.
           02  SA-TESTO-RIGA             PIC  X(35)  OCCURS 4.
       01  SA-IND                        PIC S9(04)  COMP VALUE ZERO.
      *
       01  SA-TOT-LETTI                  PIC S9(07)  COMP-3 VALUE ZERO.
       01  SA-TOT-MESSAGGI               PIC S9(07)  COMP-3 VALUE ZERO.
       01  SA-TOT-SCARTATI               PIC S9(07)  COMP-3 VALUE ZERO.
      *
       01  SW-FINE-MOV                   PIC  X(01)  VALUE 'N'.
           88  FINE-MOV                              VALUE 'S'.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'MESSAGGI MT103 BONIFICI NON SEPA - ELAB. DEL'.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(77)  VALUE SPACE.
      *
       01  W-RIGA-INTEST.
           02  FILLER                    PIC  X(44)  VALUE
               'RIFERIMENTO       DIV      IMPORTO DIVISA  S'.
           02  FILLER                    PIC  X(44)  VALUE
               'PE  CORRISP.     BIC BENEF.   ESITO         '.
           02  FILLER                    PIC  X(44)  VALUE SPACE.
      *
       01  W-RIGA-DETT.
           02  W-DETT-RIF                PIC  X(16).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-DIVISA             PIC  X(03).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-IMP-DIV            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-OPZ                PIC  X(03).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-CORR               PIC  X(11).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-BEN-BIC            PIC  X(11).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-ESITO              PIC  X(30).
           02  FILLER                    PIC  X(28)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                    PIC  X(11)  VALUE
               'BONIFICI:'.
           02  W-TOT-LETTI               PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(13)  VALUE
               '  MESSAGGI:'.
           02  W-TOT-MESSAGGI            PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(13)  VALUE
               '  SCARTATI:'.
           02  W-TOT-SCARTATI            PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(74)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    BONIFICI NON SEPA IN USCITA DA LAVORARE, SENZA MESSAGGIO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-MT103 CURSOR FOR
               SELECT  ISTITUTO, DATA_INSE, NUM_DIST, NUM_MOV,
                       DIVISA_MOV, IMPORTO, OPE_IMP_DIV, OPE_CAMBIO,
                       BEN_SPESE_OPE, ORD_IBAN, ORD_ANAG, ORD_VL_AD,
                       BEN_IBAN, BEN_ANAG, OPE_DES_BIC, OPE_OPZ_SPESE,
                       OPE_BIC_CORR, OPE_044_BIC_T, OPE_MIT_BIC,
                       SUBSTR(OPE_NOTE_TEXT, 37, 140)
                 FROM  BE00TBMO
                WHERE  SEGNO_OPER  = 'D'
                  AND  STATO_MOV   = 'I'
                  AND  NATU_MOV    = 'SWIFT'
                  AND  OPE_RIF_MSG = ' '
                ORDER BY NUM_DIST, NUM_MOV
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-ELABORA          THRU 2000-ELABORA-X
                   UNTIL FINE-MOV
           PERFORM 3000-FINALIZZA        THRU 3000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN OUTPUT MSG-BE300-103
                       RPT-BE300-103
           EXEC SQL
                VALUES CHAR(CURRENT DATE, ISO)
                  INTO :SA-DATA-ELAB
           END-EXEC
           MOVE SA-DATA-ELAB(1:4)        TO SA-OGGI(1:4)
           MOVE SA-DATA-ELAB(6:2)        TO SA-OGGI(5:2)
           MOVE SA-DATA-ELAB(9:2)        TO SA-OGGI(7:2)
           MOVE SA-DATA-ELAB             TO W-T1-DATA
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST            TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-MT103 END-EXEC.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-ELABORA: SENZA CORRISPONDENTE O BIC DEL BENEFICIARIO
      *    IL BONIFICO E' SCARTATO E RESTA DA LAVORARE; ALTRIMENTI SI
      *    MARCA IL MOVIMENTO E SI SCRIVE IL MESSAGGIO
      *----------------------------------------------------------------*
       2000-ELABORA.
           EXEC SQL FETCH CURS-MT103
                    INTO :SA-ISTITUTO, :SA-DATA-INSE, :SA-NUM-DIST,
                         :SA-NUM-MOV, :SA-DIVISA, :SA-IMPORTO,
                         :SA-IMP-DIV, :SA-CAMBIO, :SA-SPESE-BEN,
                         :SA-ORD-IBAN, :SA-ORD-ANAG, :SA-ORD-VL-AD,
                         :SA-BEN-IBAN, :SA-BEN-ANAG, :SA-BEN-BIC,
                         :SA-OPZ-SPESE, :SA-BIC-CORR, :SA-BIC-TRAMITE,
                         :SA-BIC-MITT, :SA-RMT-INF
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-MOV              TO TRUE
               GO TO 2000-ELABORA-X
           END-IF
           ADD 1                         TO SA-TOT-LETTI
           MOVE SA-NUM-DIST              TO SA-RIF-DIST
           MOVE SA-NUM-MOV               TO SA-RIF-MOV
           IF  SA-OPZ-SPESE = SPACE
           THEN
               MOVE 'SHA'                TO SA-OPZ-SPESE
           END-IF
      *    BONIFICO IN EURO FUORI AREA: DIVISA E IMPORTO COINCIDONO
           IF  SA-IMP-DIV = ZERO OR SA-CAMBIO NOT > ZERO
           THEN
               MOVE SA-IMPORTO           TO SA-IMP-DIV
               MOVE 1000000              TO SA-CAMBIO
           END-IF
           MOVE SA-RIF-MSG               TO W-DETT-RIF
           MOVE SA-DIVISA                TO W-DETT-DIVISA
           COMPUTE W-DETT-IMP-DIV = SA-IMP-DIV / 100
           MOVE SA-OPZ-SPESE             TO W-DETT-OPZ
           MOVE SA-BIC-CORR              TO W-DETT-CORR
           MOVE SA-BEN-BIC               TO W-DETT-BEN-BIC
      *
           EVALUATE TRUE
             WHEN SA-BIC-CORR = SPACE
                  MOVE 'CORRISPONDENTE MANCANTE'
                                         TO W-DETT-ESITO
                  ADD 1                  TO SA-TOT-SCARTATI
             WHEN SA-BEN-BIC = SPACE
                  MOVE 'BIC BENEFICIARIO MANCANTE'
                                         TO W-DETT-ESITO
                  ADD 1                  TO SA-TOT-SCARTATI
             WHEN OTHER
                  PERFORM 2100-MARCA-MOVIMENTO
                     THRU 2100-MARCA-MOVIMENTO-X
           END-EVALUATE
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2000-ELABORA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-MARCA-MOVIMENTO: RIFERIMENTO, CANALE E VALUTA DEL :32A:
      *    SUL MOVIMENTO (SERVONO ALLA RICONCILIAZIONE DEL CONTO NOSTRO
      *    BE300SB); IL MESSAGGIO SI SCRIVE SOLO SE L'AGGIORNAMENTO E'
      *    RIUSCITO
      *----------------------------------------------------------------*
       2100-MARCA-MOVIMENTO.
      *    DATA VALUTA: QUELLA RICHIESTA DALL'ORDINANTE, SE PRESENTE
           IF  SA-ORD-VL-AD IS NUMERIC
           AND SA-ORD-VL-AD NOT = ZERO
           THEN
               MOVE SA-ORD-VL-AD         TO SA-DATA-VAL
           ELSE
               MOVE SA-OGGI              TO SA-DATA-VAL
           END-IF
           EXEC SQL UPDATE BE00TBMO
                       SET OPE_RIF_MSG   = :SA-RIF-MSG,
                           OPE_ROUT_PEA  = 'SWIFT',
                           OPE_DT_VAL_BK = :SA-DATA-VAL
                     WHERE ISTITUTO     = :SA-ISTITUTO
                       AND DATA_INSE    = :SA-DATA-INSE
                       AND NUM_DIST     = :SA-NUM-DIST
                       AND NUM_MOV      = :SA-NUM-MOV
                       AND OPE_RIF_MSG  = ' '
           END-EXEC
           IF  SQLCODE NOT = ZERO OR SQLERRD(3) = ZERO
           THEN
               MOVE 'ERRORE DB2 - NON GENERATO'
                                         TO W-DETT-ESITO
               ADD 1                     TO SA-TOT-SCARTATI
               GO TO 2100-MARCA-MOVIMENTO-X
           END-IF
           PERFORM 2200-SCRIVI-MT103     THRU 2200-SCRIVI-MT103-X
           ADD 1                         TO SA-TOT-MESSAGGI
           MOVE 'MESSAGGIO GENERATO'     TO W-DETT-ESITO.
      *----------------------------------------------------------------*
       2100-MARCA-MOVIMENTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-SCRIVI-MT103: BLOCCHI 1 E 2 (MITTENTE = NOSTRO BIC DEL
      *    MOVIMENTO, DESTINATARIO = CORRISPONDENTE) E TESTO (BLOCCO 4)
      *----------------------------------------------------------------*
       2200-SCRIVI-MT103.
           MOVE SA-BIC-MITT(1:8)         TO SA-LT-MITT-BIC
           MOVE SA-BIC-MITT(9:3)         TO SA-LT-MITT-FIL
           IF  SA-LT-MITT-FIL = SPACE
           THEN
               MOVE 'XXX'                TO SA-LT-MITT-FIL
           END-IF
           MOVE SA-BIC-CORR(1:8)         TO SA-LT-DEST-BIC
           MOVE SA-BIC-CORR(9:3)         TO SA-LT-DEST-FIL
           IF  SA-LT-DEST-FIL = SPACE
           THEN
               MOVE 'XXX'                TO SA-LT-DEST-FIL
           END-IF
           MOVE SPACE                    TO MSG-RIGA
           STRING '{1:F01' SA-LT-MITT '0000000000}'
                  '{2:I103' SA-LT-DEST 'N}{4:'
                                         DELIMITED BY SIZE
                                         INTO MSG-RIGA
           WRITE MSG-RIGA
      *
           MOVE SPACE                    TO MSG-RIGA
           STRING ':20:' SA-RIF-MSG      DELIMITED BY SIZE
                                         INTO MSG-RIGA
           WRITE MSG-RIGA
           MOVE ':23B:CRED'              TO MSG-RIGA
           WRITE MSG-RIGA
      *
      *    CON OPZIONE BEN LE SPESE TRATTENUTE (IN EURO) SI RIPORTANO
      *    IN DIVISA E SI TOLGONO DALL'IMPORTO REGOLATO
           MOVE ZERO                     TO SA-DED-DIV
           IF  SA-OPZ-SPESE = 'BEN'
           THEN
               COMPUTE SA-DED-DIV ROUNDED =
                       SA-SPESE-BEN * 1000000 / SA-CAMBIO
           END-IF
           COMPUTE SA-IMP-REG = SA-IMP-DIV - SA-DED-DIV
           MOVE SA-IMP-REG               TO SA-IMP-CENT
           PERFORM 2500-FORMATTA-IMPORTO THRU 2500-FORMATTA-IMPORTO-X
           MOVE SPACE                    TO MSG-RIGA
           STRING ':32A:' SA-DATA-VAL(3:6) SA-DIVISA
                  SA-IMP-EDIT(SA-IMP-INIZIO:SA-IMP-LUNG)
                                         DELIMITED BY SIZE
                                         INTO MSG-RIGA
           WRITE MSG-RIGA
           MOVE SA-IMP-DIV               TO SA-IMP-CENT
           PERFORM 2500-FORMATTA-IMPORTO THRU 2500-FORMATTA-IMPORTO-X
           MOVE SPACE                    TO MSG-RIGA
           STRING ':33B:' SA-DIVISA
                  SA-IMP-EDIT(SA-IMP-INIZIO:SA-IMP-LUNG)
                                         DELIMITED BY SIZE
                                         INTO MSG-RIGA
           WRITE MSG-RIGA
      *
           MOVE SPACE                    TO MSG-RIGA
           STRING ':50K:/' SA-ORD-IBAN   DELIMITED BY SIZE
                                         INTO MSG-RIGA
           WRITE MSG-RIGA
           MOVE SPACE                    TO SA-TAG SA-TESTO
           MOVE SA-ORD-ANAG              TO SA-TESTO
           PERFORM 2600-SCRIVI-TESTO     THRU 2600-SCRIVI-TESTO-X
      *
           IF  SA-BIC-TRAMITE NOT = SPACE
           AND SA-BIC-TRAMITE NOT = SA-BIC-CORR
           THEN
               MOVE SPACE                TO MSG-RIGA
               STRING ':56A:' SA-BIC-TRAMITE
                                         DELIMITED BY SIZE
                                         INTO MSG-RIGA
               WRITE MSG-RIGA
           END-IF
           MOVE SPACE                    TO MSG-RIGA
           STRING ':57A:' SA-BEN-BIC     DELIMITED BY SIZE
                                         INTO MSG-RIGA
           WRITE MSG-RIGA
      *
           MOVE SPACE                    TO MSG-RIGA
           STRING ':59:/' SA-BEN-IBAN    DELIMITED BY SIZE
                                         INTO MSG-RIGA
           WRITE MSG-RIGA
           MOVE SPACE                    TO SA-TAG SA-TESTO
           MOVE SA-BEN-ANAG              TO SA-TESTO
           PERFORM 2600-SCRIVI-TESTO     THRU 2600-SCRIVI-TESTO-X
      *
           MOVE ':70:'                   TO SA-TAG
           MOVE SA-RMT-INF               TO SA-TESTO
           PERFORM 2600-SCRIVI-TESTO     THRU 2600-SCRIVI-TESTO-X
      *
           MOVE SPACE                    TO MSG-RIGA
           STRING ':71A:' SA-OPZ-SPESE   DELIMITED BY SIZE
                                         INTO MSG-RIGA
           WRITE MSG-RIGA
           IF  SA-DED-DIV > ZERO
           THEN
               MOVE SA-DED-DIV           TO SA-IMP-CENT
               PERFORM 2500-FORMATTA-IMPORTO
                  THRU 2500-FORMATTA-IMPORTO-X
               MOVE SPACE                TO MSG-RIGA
               STRING ':71F:' SA-DIVISA
                      SA-IMP-EDIT(SA-IMP-INIZIO:SA-IMP-LUNG)
                                         DELIMITED BY SIZE
                                         INTO MSG-RIGA
               WRITE MSG-RIGA
           END-IF
           MOVE '-}'                     TO MSG-RIGA
           WRITE MSG-RIGA.
      *----------------------------------------------------------------*
       2200-SCRIVI-MT103-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2500-FORMATTA-IMPORTO: IMPORTO IN CENTESIMI IN FORMATO SWIFT
      *    (VIRGOLA DECIMALE, ALLINEATO A SINISTRA)
      *----------------------------------------------------------------*
       2500-FORMATTA-IMPORTO.
           COMPUTE SA-IMP-EDIT = SA-IMP-CENT / 100
           MOVE ZERO                     TO SA-IMP-SPAZI
           INSPECT SA-IMP-EDIT TALLYING SA-IMP-SPAZI
                   FOR LEADING SPACE
           COMPUTE SA-IMP-INIZIO = SA-IMP-SPAZI + 1
           COMPUTE SA-IMP-LUNG   = 18 - SA-IMP-SPAZI.
      *----------------------------------------------------------------*
       2500-FORMATTA-IMPORTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2600-SCRIVI-TESTO: TESTO LIBERO IN RIGHE DA 35 CARATTERI,
      *    SALTANDO QUELLE VUOTE; IL TAG VA SOLO SULLA PRIMA RIGA
      *----------------------------------------------------------------*
       2600-SCRIVI-TESTO.
           PERFORM 2610-SCRIVI-RIGA      THRU 2610-SCRIVI-RIGA-X
                   VARYING SA-IND FROM 1 BY 1
                   UNTIL SA-IND > 4.
      *----------------------------------------------------------------*
       2600-SCRIVI-TESTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2610-SCRIVI-RIGA.
           IF  SA-TESTO-RIGA (SA-IND) = SPACE
           THEN
               GO TO 2610-SCRIVI-RIGA-X
           END-IF
           MOVE SPACE                    TO MSG-RIGA
           STRING SA-TAG                 DELIMITED BY SPACE
                  SA-TESTO-RIGA (SA-IND) DELIMITED BY SIZE
                                         INTO MSG-RIGA
           WRITE MSG-RIGA
           MOVE SPACE                    TO SA-TAG.
      *----------------------------------------------------------------*
       2610-SCRIVI-RIGA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-FINALIZZA.
           EXEC SQL CLOSE CURS-MT103 END-EXEC
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SA-TOT-LETTI             TO W-TOT-LETTI
           MOVE SA-TOT-MESSAGGI          TO W-TOT-MESSAGGI
           MOVE SA-TOT-SCARTATI          TO W-TOT-SCARTATI
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE MSG-BE300-103
                 RPT-BE300-103
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       3000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM BE300SA ********************************
