      ******************************************************************
      *                        D05223S7                                *
      *                                                                *
      *  PROCEDURA    : DFAX A SERVIZI - IMPOSTA SOSTITUTIVA           *
      *  DESCRIZIONE  : ESTRAZIONE ANNUALE PER LA DICHIARAZIONE        *
      *                 DELL'IMPOSTA SOSTITUTIVA DAL REGISTRO          *
      *                 T_DFAX_IMSIP (RIGHE 'E' EROGAZIONE E 'S'       *
      *                 STORNO, VEDI D05223A0 E D05223S6):             *
      *                  - UN RECORD 'D' PER SOCIETA' E CATEGORIA      *
      *                    FISCALE DI COMPETENZA DELL'ANNO (DATA DI    *
      *                    EROGAZIONE O DI ANNULLAMENTO) CON CODICE    *
      *                    TRIBUTO, PRATICHE, BASE IMPONIBILE,         *
      *                    IMPOSTA, STORNI E NETTO                     *
      *                  - UN RECORD 'V' PER SOCIETA' E MESE DI        *
      *                    LIQUIDAZIONE DELL'ANNO CON IL NETTO VERSATO *
      *                    (O A CREDITO)                               *
      *                  - TESTA 'H' E CODA 'T' CON I CONTATORI        *
      *                 IMPORTI IN CENTESIMI CON SEGNO SEPARATO. IL    *
      *                 REPORT RIPORTA GLI STESSI TOTALI PER IL        *
      *                 CONTROLLO DELL'UFFICIO FISCALE                 *
      *                 PARAMETRI (PARIMSA, POSIZIONALI, ZERO = DEF.): *
      *                  01-04 ANNO DI RIFERIMENTO (ANNO PRECEDENTE A  *
      *                        QUELLO DI ELABORAZIONE)                 *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : PARIMSA (ANNO), T_DFAX_IMSIP, T_DFAX_IMSIP_CAT *
      *                 (DB2)                                          *
      *  OUTPUT       : ESTRAZIONE SU IMSDIC, REPORT SU RPT-DFAX-IMSA  *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - ESTRAZIONE ANNUALE DELL'IMPOSTA      *
      *           SOSTITUTIVA PER LA DICHIARAZIONE                     *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223S7.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT PAR-FILE          ASSIGN  TO  PARIMSA
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT DIC-FILE          ASSIGN  TO  IMSDIC
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-DFAX-IMSA     ASSIGN  TO  RPTDFIMA
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  PAR-FILE
           RECORDING MODE IS F.
       01  PAR-RECORD.
           02  PAR-ANNO                 PIC  9(04).
           02  FILLER                   PIC  X(76).
      *
      *----------------------------------------------------------------*
      *    ESTRAZIONE PER LA DICHIARAZIONE: TESTA ('H'), COMPETENZA PER
      *    CATEGORIA ('D'), VERSAMENTI MENSILI ('V') E CODA ('T') SULLO
      *    STESSO TRACCIATO DI 120 BYTE
      *----------------------------------------------------------------*
       FD  DIC-FILE
           RECORDING MODE IS F.
       01  DIC-RECORD.
           02  DIC-TIPO-REC             PIC  X(01).
           02  DIC-CODSOC               PIC  9(03).
           02  DIC-ANNO                 PIC  9(04).
           02  DIC-CATEGORIA            PIC  X(03).
           02  DIC-COD-TRIBUTO          PIC  X(04).
           02  DIC-NUM-PRATICHE         PIC  9(07).
           02  DIC-SEGNO-BASE           PIC  X(01).
           02  DIC-BASE                 PIC  9(13).
           02  DIC-IMPOSTA              PIC  9(13).
           02  DIC-NUM-STORNI           PIC  9(07).
           02  DIC-STORNI               PIC  9(13).
           02  DIC-SEGNO-NETTO          PIC  X(01).
           02  DIC-NETTO                PIC  9(13).
           02  FILLER                   PIC  X(37).
       01  DIC-VERSAMENTO.
           02  DIC-V-TIPO-REC           PIC  X(01).
           02  DIC-V-CODSOC             PIC  9(03).
           02  DIC-V-ANNO               PIC  9(04).
           02  DIC-V-MESE-LIQ           PIC  9(06).
           02  DIC-V-SEGNO              PIC  X(01).
           02  DIC-V-NETTO              PIC  9(13).
           02  FILLER                   PIC  X(92).
       01  DIC-TESTA.
           02  DIC-T-TIPO-REC           PIC  X(01).
           02  DIC-T-ANNO               PIC  9(04).
           02  DIC-T-DATA-CREAZ         PIC  X(10).
           02  DIC-T-NUM-RECORD         PIC  9(09).
           02  DIC-T-SEGNO              PIC  X(01).
           02  DIC-T-NETTO              PIC  9(13).
           02  FILLER                   PIC  X(82).
      *
       FD  RPT-DFAX-IMSA
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
       01  S7-PGM-REGISTRO               PIC  X(08)  VALUE 'OP0001K0'.
       01  S7-DATA-ELAB                  PIC  X(10)  VALUE SPACE.
       01  S7-ANNO                       PIC  9(04)  VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    RIGA DI COMPETENZA O DI VERSAMENTO IN LETTURA
      *----------------------------------------------------------------*
       01  S7-CODSOC                     PIC  9(03)  VALUE ZERO.
       01  S7-CATEGORIA                  PIC  X(03)  VALUE SPACE.
       01  S7-COD-TRIBUTO                PIC  X(04)  VALUE SPACE.
       01  S7-MESE-LIQ                   PIC  9(06)  VALUE ZERO.
       01  S7-NUM-EROG                   PIC S9(07)  COMP-3 VALUE ZERO.
       01  S7-NUM-STORNI                 PIC S9(07)  COMP-3 VALUE ZERO.
       01  S7-BASE                       PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
       01  S7-IMP-EROG                   PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
       01  S7-IMP-STORNI                 PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
       01  S7-IMP-NETTO                  PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
       01  S7-CENTESIMI                  PIC S9(13)  COMP-3 VALUE ZERO.
      *
       01  S7-NUM-RECORD                 PIC S9(09)  COMP-3 VALUE ZERO.
       01  S7-TOT-COMP                   PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
       01  S7-TOT-VERS                   PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
      *
       01  SW-FINE-COMP                  PIC  X(01)  VALUE 'N'.
           88  FINE-COMP                             VALUE 'S'.
       01  SW-FINE-VERS                  PIC  X(01)  VALUE 'N'.
           88  FINE-VERS                             VALUE 'S'.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                PIC  X(50)  VALUE
               'DFAX - IMPOSTA SOSTITUTIVA, DICHIARAZIONE ANNO '.
           02  W-T1-ANNO             PIC  9(04).
           02  FILLER                PIC  X(20)  VALUE
               '   ELABORAZIONE DEL '.
           02  W-T1-DATA             PIC  X(10).
           02  FILLER                PIC  X(48)  VALUE SPACE.
      *
       01  W-RIGA-DOPPIA             PIC  X(132) VALUE
           'ATTENZIONE: CORSA GIA'' ANDATA OK PER QUESTA DATA'.
      *
       01  W-RIGA-SEZ1               PIC  X(132) VALUE
           '1. COMPETENZA DELL''ANNO PER SOCIETA'' E CATEGORIA'.
       01  W-RIGA-INTEST1.
           02  FILLER                PIC  X(48)  VALUE
               'SOC CAT TRIB PRATICHE     BASE IMPONIBILE'.
           02  FILLER                PIC  X(48)  VALUE
               '           IMPOSTA STORNI             STORNI'.
           02  FILLER                PIC  X(36)  VALUE
               '              NETTO'.
       01  W-RIGA-COMP.
           02  W-CMP-CODSOC          PIC  9(03).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-CMP-CATEGORIA       PIC  X(03).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-CMP-TRIBUTO         PIC  X(04).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-CMP-NUM-EROG        PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-CMP-BASE            PIC  ---.---.---.--9,99.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-CMP-IMP-EROG        PIC  ---.---.---.--9,99.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-CMP-NUM-STORNI      PIC  ZZ.ZZ9.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-CMP-IMP-STORNI      PIC  ---.---.---.--9,99.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-CMP-IMP-NETTO       PIC  ---.---.---.--9,99.
           02  FILLER                PIC  X(27)  VALUE SPACE.
      *
       01  W-RIGA-SEZ2               PIC  X(132) VALUE
           '2. VERSAMENTI MENSILI DELL''ANNO PER SOCIETA'''.
       01  W-RIGA-INTEST2            PIC  X(132) VALUE
           'SOC MESE                 NETTO'.
       01  W-RIGA-VERS.
           02  W-VER-CODSOC          PIC  9(03).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-VER-MESE            PIC  9(06).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-VER-NETTO           PIC  ---.---.---.--9,99.
           02  FILLER                PIC  X(103) VALUE SPACE.
      *
       01  W-RIGA-NESSUNA            PIC  X(132) VALUE
           'NESSUN MOVIMENTO DI IMPOSTA SOSTITUTIVA NELL''ANNO'.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                PIC  X(24)  VALUE
               'NETTO DI COMPETENZA:   '.
           02  W-TOT-COMP            PIC  ---.---.---.--9,99.
           02  FILLER                PIC  X(24)  VALUE
               '  NETTO VERSATO:       '.
           02  W-TOT-VERS            PIC  ---.---.---.--9,99.
           02  FILLER                PIC  X(24)  VALUE
               '  RECORD ESTRATTI:     '.
           02  W-TOT-RECORD          PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                PIC  X(13)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    COMPETENZA DELL'ANNO PER SOCIETA' E CATEGORIA; LA BASE
      *    IMPONIBILE E' IL FINANZIATO AL NETTO DEGLI STORNI
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-COMP CURSOR FOR
               SELECT  I.IMS_CODSOC, I.IMS_CATEGORIA,
                       VALUE(MAX(C.CAT_COD_TRIBUTO), ' '),
                       SUM(CASE WHEN I.IMS_MOVIMENTO = 'E'
                                THEN 1 ELSE 0 END),
                       SUM(I.IMS_IMPFIN),
                       SUM(CASE WHEN I.IMS_MOVIMENTO = 'E'
                                THEN I.IMS_IMPORTO ELSE 0 END),
                       SUM(CASE WHEN I.IMS_MOVIMENTO = 'S'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN I.IMS_MOVIMENTO = 'S'
                                THEN 0 - I.IMS_IMPORTO ELSE 0 END),
                       SUM(I.IMS_IMPORTO)
                 FROM  T_DFAX_IMSIP I
                 LEFT OUTER JOIN T_DFAX_IMSIP_CAT C
                   ON  C.CAT_CATEGORIA = I.IMS_CATEGORIA
                WHERE  YEAR(I.IMS_DATA_COMP) = :S7-ANNO
                GROUP BY I.IMS_CODSOC, I.IMS_CATEGORIA
                ORDER BY I.IMS_CODSOC, I.IMS_CATEGORIA
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    NETTO LIQUIDATO DA D05223S6 NEI MESI DELL'ANNO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-VERS CURSOR FOR
               SELECT  IMS_CODSOC, IMS_MESE_LIQ, SUM(IMS_IMPORTO)
                 FROM  T_DFAX_IMSIP
                WHERE  IMS_MESE_LIQ / 100 = :S7-ANNO
                GROUP BY IMS_CODSOC, IMS_MESE_LIQ
                ORDER BY IMS_CODSOC, IMS_MESE_LIQ
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-COMPETENZA       THRU 2000-COMPETENZA-X
           PERFORM 3000-VERSAMENTI       THRU 3000-VERSAMENTI-X
           PERFORM 6000-FINALIZZA        THRU 6000-FINALIZZA-X
           MOVE 'F'                      TO OPK0-FUNZIONE
           MOVE 'OK'                     TO OPK0-ESITO-CORSA
           CALL S7-PGM-REGISTRO    USING OPK0-AREA
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           INITIALIZE OPK0-AREA
           MOVE 'I'                      TO OPK0-FUNZIONE
           MOVE 'D05223S7'               TO OPK0-PROGRAMMA
           CALL S7-PGM-REGISTRO    USING OPK0-AREA
           MOVE OPK0-DATA-ELAB           TO S7-DATA-ELAB
           MOVE S7-DATA-ELAB(1:4)        TO S7-ANNO
           SUBTRACT 1                    FROM S7-ANNO
           PERFORM 1100-LEGGI-PARAMETRI  THRU 1100-LEGGI-PARAMETRI-X
           OPEN OUTPUT DIC-FILE RPT-DFAX-IMSA
           MOVE S7-ANNO                  TO W-T1-ANNO
           MOVE S7-DATA-ELAB             TO W-T1-DATA
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           IF  OPK0-CORSA-DOPPIA
           THEN
               MOVE W-RIGA-DOPPIA        TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF
           MOVE SPACE                    TO DIC-TESTA
           MOVE 'H'                      TO DIC-T-TIPO-REC
           MOVE S7-ANNO                  TO DIC-T-ANNO
           MOVE S7-DATA-ELAB             TO DIC-T-DATA-CREAZ
           MOVE ZERO                     TO DIC-T-NUM-RECORD
                                            DIC-T-NETTO
           WRITE DIC-TESTA.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    ANNO DA PARIMSA: FILE VUOTO O VALORE A ZERO LASCIANO
      *    L'ANNO PRECEDENTE
      *----------------------------------------------------------------*
       1100-LEGGI-PARAMETRI.
           OPEN INPUT  PAR-FILE
           READ PAR-FILE
             AT END
                  CLOSE PAR-FILE
                  GO TO 1100-LEGGI-PARAMETRI-X
           END-READ
           IF  PAR-ANNO IS NUMERIC
           AND PAR-ANNO > ZERO
           THEN
               MOVE PAR-ANNO             TO S7-ANNO
           END-IF
           CLOSE PAR-FILE.
      *----------------------------------------------------------------*
       1100-LEGGI-PARAMETRI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2000-COMPETENZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ1              TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST1           TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-COMP END-EXEC
           PERFORM 2100-RIGA-COMP        THRU 2100-RIGA-COMP-X
                   UNTIL FINE-COMP
           EXEC SQL CLOSE CURS-COMP END-EXEC
           IF  S7-NUM-RECORD = ZERO
           THEN
               MOVE W-RIGA-NESSUNA       TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF.
      *----------------------------------------------------------------*
       2000-COMPETENZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2100-RIGA-COMP.
           EXEC SQL FETCH CURS-COMP
                    INTO :S7-CODSOC, :S7-CATEGORIA, :S7-COD-TRIBUTO,
                         :S7-NUM-EROG, :S7-BASE, :S7-IMP-EROG,
                         :S7-NUM-STORNI, :S7-IMP-STORNI, :S7-IMP-NETTO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-COMP             TO TRUE
               GO TO 2100-RIGA-COMP-X
           END-IF
           ADD S7-IMP-NETTO              TO S7-TOT-COMP
      *
           MOVE SPACE                    TO DIC-RECORD
           MOVE 'D'                      TO DIC-TIPO-REC
           MOVE S7-CODSOC                TO DIC-CODSOC
           MOVE S7-ANNO                  TO DIC-ANNO
           MOVE S7-CATEGORIA             TO DIC-CATEGORIA
           MOVE S7-COD-TRIBUTO           TO DIC-COD-TRIBUTO
           MOVE S7-NUM-EROG              TO DIC-NUM-PRATICHE
           MOVE S7-NUM-STORNI            TO DIC-NUM-STORNI
           COMPUTE S7-CENTESIMI = S7-BASE * 100
           MOVE '+'                      TO DIC-SEGNO-BASE
           IF  S7-CENTESIMI < ZERO
           THEN
               MOVE '-'                  TO DIC-SEGNO-BASE
           END-IF
           MOVE S7-CENTESIMI             TO DIC-BASE
           COMPUTE S7-CENTESIMI = S7-IMP-EROG * 100
           MOVE S7-CENTESIMI             TO DIC-IMPOSTA
           COMPUTE S7-CENTESIMI = S7-IMP-STORNI * 100
           MOVE S7-CENTESIMI             TO DIC-STORNI
           COMPUTE S7-CENTESIMI = S7-IMP-NETTO * 100
           MOVE '+'                      TO DIC-SEGNO-NETTO
           IF  S7-CENTESIMI < ZERO
           THEN
               MOVE '-'                  TO DIC-SEGNO-NETTO
           END-IF
           MOVE S7-CENTESIMI             TO DIC-NETTO
           WRITE DIC-RECORD
           ADD 1                         TO S7-NUM-RECORD
      *
           MOVE S7-CODSOC                TO W-CMP-CODSOC
           MOVE S7-CATEGORIA             TO W-CMP-CATEGORIA
           MOVE S7-COD-TRIBUTO           TO W-CMP-TRIBUTO
           MOVE S7-NUM-EROG              TO W-CMP-NUM-EROG
           MOVE S7-BASE                  TO W-CMP-BASE
           MOVE S7-IMP-EROG              TO W-CMP-IMP-EROG
           MOVE S7-NUM-STORNI            TO W-CMP-NUM-STORNI
           MOVE S7-IMP-STORNI            TO W-CMP-IMP-STORNI
           MOVE S7-IMP-NETTO             TO W-CMP-IMP-NETTO
           MOVE W-RIGA-COMP              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2100-RIGA-COMP-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-VERSAMENTI.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ2              TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST2           TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-VERS END-EXEC
           PERFORM 3100-RIGA-VERS        THRU 3100-RIGA-VERS-X
                   UNTIL FINE-VERS
           EXEC SQL CLOSE CURS-VERS END-EXEC.
      *----------------------------------------------------------------*
       3000-VERSAMENTI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3100-RIGA-VERS.
           EXEC SQL FETCH CURS-VERS
                    INTO :S7-CODSOC, :S7-MESE-LIQ, :S7-IMP-NETTO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-VERS             TO TRUE
               GO TO 3100-RIGA-VERS-X
           END-IF
           ADD S7-IMP-NETTO              TO S7-TOT-VERS
      *
           MOVE SPACE                    TO DIC-VERSAMENTO
           MOVE 'V'                      TO DIC-V-TIPO-REC
           MOVE S7-CODSOC                TO DIC-V-CODSOC
           MOVE S7-ANNO                  TO DIC-V-ANNO
           MOVE S7-MESE-LIQ              TO DIC-V-MESE-LIQ
           COMPUTE S7-CENTESIMI = S7-IMP-NETTO * 100
           MOVE '+'                      TO DIC-V-SEGNO
           IF  S7-CENTESIMI < ZERO
           THEN
               MOVE '-'                  TO DIC-V-SEGNO
           END-IF
           MOVE S7-CENTESIMI             TO DIC-V-NETTO
           WRITE DIC-VERSAMENTO
           ADD 1                         TO S7-NUM-RECORD
      *
           MOVE S7-CODSOC                TO W-VER-CODSOC
           MOVE S7-MESE-LIQ              TO W-VER-MESE
           MOVE S7-IMP-NETTO             TO W-VER-NETTO
           MOVE W-RIGA-VERS              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       3100-RIGA-VERS-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    6000-FINALIZZA: CODA DELL'ESTRAZIONE CON IL NUMERO DI RECORD
      *    DI DETTAGLIO E IL NETTO DI COMPETENZA, TOTALI DEL REPORT
      *----------------------------------------------------------------*
       6000-FINALIZZA.
           MOVE SPACE                    TO DIC-TESTA
           MOVE 'T'                      TO DIC-T-TIPO-REC
           MOVE S7-ANNO                  TO DIC-T-ANNO
           MOVE S7-DATA-ELAB             TO DIC-T-DATA-CREAZ
           MOVE S7-NUM-RECORD            TO DIC-T-NUM-RECORD
           COMPUTE S7-CENTESIMI = S7-TOT-COMP * 100
           MOVE '+'                      TO DIC-T-SEGNO
           IF  S7-CENTESIMI < ZERO
           THEN
               MOVE '-'                  TO DIC-T-SEGNO
           END-IF
           MOVE S7-CENTESIMI             TO DIC-T-NETTO
           WRITE DIC-TESTA
           CLOSE DIC-FILE
      *
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE S7-TOT-COMP              TO W-TOT-COMP
           MOVE S7-TOT-VERS              TO W-TOT-VERS
           MOVE S7-NUM-RECORD            TO W-TOT-RECORD
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RPT-DFAX-IMSA.
      *----------------------------------------------------------------*
       6000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM D05223S7 *******************************
