      ******************************************************************
      *                        AN0233RI                                *
      *                                                                *
      *  PROCEDURA    : ANAGRAFE GENERALE - PROFILO DI RISCHIO AML     *
      *  DESCRIZIONE  : PASSATA NOTTURNA DI PROFILATURA: OGNI NDG      *
      *                 RICEVE UNA CLASSE DI RISCHIO (B BASSO, M       *
      *                 MEDIO, A ALTO) DALLA SOMMA DEI PESI DEI        *
      *                 FATTORI PRESENTI                               *
      *                   F01 CLIENTE PEP                              *
      *                   F02 SOPRA SOGLIA LISTE NEGATIVE              *
      *                   F03 RESIDENZA IN PAESE A RISCHIO             *
      *                   F04 RESIDENZA FISCALE IN PAESE A RISCHIO     *
      *                   F05 NATURA GIURIDICA A RISCHIO ALTO          *
      *                   F06 NATURA GIURIDICA A RISCHIO MEDIO         *
      *                   F07 CATENA DI TITOLARITA' NON RISOLTA        *
      *                   F08 TITOLARE EFFETTIVO PEP                   *
      *                   F09 ONBOARDING IN CORSO                      *
      *                   F10 VOLUME BONIFICI 90 GIORNI SOPRA SOGLIA   *
      *                   F11 BONIFICI DA/VERSO PAESI A RISCHIO        *
      *                   F12 BONIFICI FRAZIONATI SOTTO SOGLIA         *
      *                 PESI SU T_ANA_RISK_PESI E SOGLIE SU            *
      *                 T_ANA_RISK_CFG (IN MANCANZA VALGONO I          *
      *                 DEFAULT SOTTO). LA CLASSE CORRENTE VIVE SU     *
      *                 T_ANA_RISK_PROF; OGNI CAMBIO DI CLASSE LASCIA  *
      *                 UNA RIGA SU T_ANA_RISK_STORICO CON I FATTORI   *
      *                 CHE LO MOTIVANO. IL REPORT ELENCA GLI NDG LA   *
      *                 CUI CLASSE E' SALITA NELLA GIORNATA, PER LA    *
      *                 COMPLIANCE DEL MATTINO DOPO                    *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ANAGRAFE           *
      *  INPUT        : T_ANA_NDG, T_ANA_RESFISC, T_ANA_TITEFF,        *
      *                 T_ANA_TITEFF_RIS, AN006012, BE00TBMO,          *
      *                 T_BE_PAESI_RISCHIO, T_ANA_RISK_PESI,           *
      *                 T_ANA_RISK_CFG (DB2)                           *
      *  OUTPUT       : T_ANA_RISK_PROF, T_ANA_RISK_STORICO, REPORT    *
      *                 AUMENTI DI CLASSE SU RPT-ANA-RISK              *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - PROFILO DI RISCHIO AML CON STORICO   *
      *           DEI CAMBI DI CLASSE E REPORT DEGLI AUMENTI           *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     AN0233RI.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT RPT-ANA-RISK      ASSIGN  TO  RPTANRSK
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  RPT-ANA-RISK
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  RI-NDG                        PIC  X(12)  VALUE SPACE.
       01  RI-NNCG                       PIC  X(03)  VALUE SPACE.
       01  RI-PEP                        PIC  X(01)  VALUE SPACE.
       01  RI-SOPRA-SOGLIA               PIC  X(01)  VALUE SPACE.
       01  RI-ONBOARDING                 PIC  X(01)  VALUE SPACE.
       01  RI-PAESE-RES                  PIC  X(02)  VALUE SPACE.
       01  RI-RISCHIO-NNCG               PIC  X(01)  VALUE SPACE.
       01  RI-CONTA                      PIC S9(05)  COMP-3 VALUE ZERO.
       01  RI-VOLUME                     PIC S9(18)  COMP-3 VALUE ZERO.
      *
      *    PESI DI DEFAULT DEI FATTORI, NELL'ORDINE F01-F12
       01  RI-PESI-DEFAULT.
           02  FILLER                    PIC  9(03)  VALUE 040.
           02  FILLER                    PIC  9(03)  VALUE 040.
           02  FILLER                    PIC  9(03)  VALUE 030.
           02  FILLER                    PIC  9(03)  VALUE 020.
           02  FILLER                    PIC  9(03)  VALUE 030.
           02  FILLER                    PIC  9(03)  VALUE 015.
           02  FILLER                    PIC  9(03)  VALUE 025.
           02  FILLER                    PIC  9(03)  VALUE 030.
           02  FILLER                    PIC  9(03)  VALUE 010.
           02  FILLER                    PIC  9(03)  VALUE 015.
           02  FILLER                    PIC  9(03)  VALUE 030.
           02  FILLER                    PIC  9(03)  VALUE 025.
       01  RI-TAB-PESI  REDEFINES RI-PESI-DEFAULT.
           02  RI-PESO                   PIC  9(03)  OCCURS 12.
      *
       01  RI-DESCR-FATTORI.
           02  FILLER                    PIC  X(40)  VALUE
               'CLIENTE PEP'.
           02  FILLER                    PIC  X(40)  VALUE
               'SOPRA SOGLIA LISTE NEGATIVE'.
           02  FILLER                    PIC  X(40)  VALUE
               'RESIDENZA IN PAESE A RISCHIO'.
           02  FILLER                    PIC  X(40)  VALUE
               'RESIDENZA FISCALE IN PAESE A RISCHIO'.
           02  FILLER                    PIC  X(40)  VALUE
               'NATURA GIURIDICA A RISCHIO ALTO'.
           02  FILLER                    PIC  X(40)  VALUE
               'NATURA GIURIDICA A RISCHIO MEDIO'.
           02  FILLER                    PIC  X(40)  VALUE
               'CATENA DI TITOLARITA'' NON RISOLTA'.
           02  FILLER                    PIC  X(40)  VALUE
               'TITOLARE EFFETTIVO PEP'.
           02  FILLER                    PIC  X(40)  VALUE
               'ONBOARDING IN CORSO'.
           02  FILLER                    PIC  X(40)  VALUE
               'VOLUME BONIFICI 90 GIORNI SOPRA SOGLIA'.
           02  FILLER                    PIC  X(40)  VALUE
               'BONIFICI DA/VERSO PAESI A RISCHIO'.
           02  FILLER                    PIC  X(40)  VALUE
               'BONIFICI FRAZIONATI SOTTO SOGLIA'.
       01  RI-TAB-DESCR  REDEFINES RI-DESCR-FATTORI.
           02  RI-DESCR                  PIC  X(40)  OCCURS 12.
      *
       01  RI-IND                        PIC S9(04)  COMP VALUE ZERO.
       01  RI-IND-FATT                   PIC  9(02)  VALUE ZERO.
       01  RI-PES-FATTORE                PIC  X(03)  VALUE SPACE.
       01  RI-PES-NUM  REDEFINES RI-PES-FATTORE.
           02  FILLER                    PIC  X(01).
           02  RI-PES-IND                PIC  9(02).
       01  RI-PES-PESO                   PIC S9(03)  COMP-3 VALUE ZERO.
      *
      *    SOGLIE DI CLASSE E DI COMPORTAMENTO (IMPORTI IN CENTESIMI,
      *    COME LA COLONNA IMPORTO DI BE00TBMO)
       01  RI-SOGLIA-MEDIO               PIC S9(03)  COMP-3 VALUE 30.
       01  RI-SOGLIA-ALTO                PIC S9(03)  COMP-3 VALUE 60.
       01  RI-SOGLIA-VOLUME              PIC S9(18)  COMP-3
                                         VALUE 50000000.
       01  RI-SOGLIA-FRAZ                PIC S9(18)  COMP-3
                                         VALUE 1500000.
       01  RI-FRAZ-MIN                   PIC S9(18)  COMP-3 VALUE ZERO.
       01  RI-NUM-FRAZ                   PIC S9(03)  COMP-3 VALUE 3.
      *
       01  RI-PUNTEGGIO                  PIC S9(03)  COMP-3 VALUE ZERO.
       01  RI-FATTORI                    PIC  X(36)  VALUE SPACE.
       01  RI-POS-FATTORI                PIC  9(02)  VALUE ZERO.
       01  RI-CLASSE                     PIC  X(01)  VALUE SPACE.
       01  RI-LIVELLO                    PIC  9(01)  VALUE ZERO.
       01  RI-CLASSE-PREC                PIC  X(01)  VALUE SPACE.
       01  RI-LIVELLO-PREC               PIC  9(01)  VALUE ZERO.
       01  RI-AUMENTO                    PIC  X(01)  VALUE 'N'.
      *
       01  SW-FINE-NDG                   PIC  X(01)  VALUE 'N'.
           88  FINE-NDG                              VALUE 'S'.
       01  SW-FINE-PESI                  PIC  X(01)  VALUE 'N'.
           88  FINE-PESI                             VALUE 'S'.
       01  SW-FINE-AUMENTI               PIC  X(01)  VALUE 'N'.
           88  FINE-AUMENTI                          VALUE 'S'.
       01  SW-PROFILO                    PIC  X(01)  VALUE 'N'.
           88  PROFILO-ESISTENTE                     VALUE 'S'.
      *
       01  RI-TOT-VALUTATI               PIC S9(09)  COMP-3 VALUE ZERO.
       01  RI-TOT-ALTO                   PIC S9(09)  COMP-3 VALUE ZERO.
       01  RI-TOT-MEDIO                  PIC S9(09)  COMP-3 VALUE ZERO.
       01  RI-TOT-BASSO                  PIC S9(09)  COMP-3 VALUE ZERO.
       01  RI-TOT-CAMBI                  PIC S9(09)  COMP-3 VALUE ZERO.
       01  RI-TOT-AUMENTI                PIC S9(09)  COMP-3 VALUE ZERO.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'ANAGRAFE - PROFILO RISCHIO AML - AUMENTI DEL'.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(77)  VALUE SPACE.
      *
       01  W-RIGA-TESTATA2.
           02  FILLER                    PIC  X(14)  VALUE 'NDG'.
           02  FILLER                    PIC  X(07)  VALUE 'PREC'.
           02  FILLER                    PIC  X(07)  VALUE 'NUOVA'.
           02  FILLER                    PIC  X(07)  VALUE 'PUNTI'.
           02  FILLER                    PIC  X(97)  VALUE
               'FATTORI'.
      *
       01  W-RIGA-DETT.
           02  W-DETT-NDG                PIC  X(12).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-PREC               PIC  X(01).
           02  FILLER                    PIC  X(06)  VALUE SPACE.
           02  W-DETT-CLASSE             PIC  X(01).
           02  FILLER                    PIC  X(06)  VALUE SPACE.
           02  W-DETT-PUNTI              PIC  ZZ9.
           02  FILLER                    PIC  X(04)  VALUE SPACE.
           02  W-DETT-FATTORI            PIC  X(36).
           02  FILLER                    PIC  X(61)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI1.
           02  FILLER                    PIC  X(15)  VALUE
               'NDG VALUTATI:  '.
           02  W-TOT-VALUTATI            PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(10)  VALUE
               '  ALTO:   '.
           02  W-TOT-ALTO                PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(10)  VALUE
               '  MEDIO:  '.
           02  W-TOT-MEDIO               PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(10)  VALUE
               '  BASSO:  '.
           02  W-TOT-BASSO               PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(43)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI2.
           02  FILLER                    PIC  X(15)  VALUE
               'CAMBI CLASSE:  '.
           02  W-TOT-CAMBI               PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(10)  VALUE
               '  AUMENTI:'.
           02  W-TOT-AUMENTI             PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(85)  VALUE SPACE.
      *
       01  W-RIGA-LEGENDA.
           02  FILLER                    PIC  X(01)  VALUE 'F'.
           02  W-LEG-FATTORE             PIC  9(02).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-LEG-DESCR               PIC  X(40).
           02  FILLER                    PIC  X(07)  VALUE
               '  PESO '.
           02  W-LEG-PESO                PIC  ZZ9.
           02  FILLER                    PIC  X(77)  VALUE SPACE.
      *
       01  W-DATA-OGGI                   PIC  X(10)  VALUE SPACE.
       01  W-OGGI                        PIC  9(08)  VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    TUTTI GLI NDG DELL'ANAGRAFE
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-NDG CURSOR WITH HOLD FOR
               SELECT  ANA_NDG, ANA_NNCG,
                       COALESCE(ANA_PEP, 'N'),
                       COALESCE(ANA_SOPRA_SOGLIA_NEG, 'N'),
                       COALESCE(ANA_ONBOARDING, 'N'),
                       COALESCE(ANA_PAESE_RES, 'IT')
                 FROM  T_ANA_NDG
                ORDER BY ANA_NDG
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    PESI CONFIGURATI DALLA COMPLIANCE
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-PESI CURSOR FOR
               SELECT  PES_FATTORE, PES_PESO
                 FROM  T_ANA_RISK_PESI
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    AUMENTI DI CLASSE DELLA GIORNATA: PRIMA GLI ALTI
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-AUMENTI CURSOR FOR
               SELECT  STO_NDG, STO_CLASSE_PREC, STO_CLASSE,
                       STO_PUNTEGGIO, STO_FATTORI
                 FROM  T_ANA_RISK_STORICO
                WHERE  DATE(STO_DATA_INS) = CURRENT DATE
                  AND  STO_AUMENTO = 'S'
                ORDER BY STO_CLASSE, STO_PUNTEGGIO DESC, STO_NDG
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-VALUTA-NDG       THRU 2000-VALUTA-NDG-X
                   UNTIL FINE-NDG
           EXEC SQL CLOSE CURS-NDG END-EXEC
           EXEC SQL OPEN CURS-AUMENTI END-EXEC
           PERFORM 4000-LISTA-AUMENTI    THRU 4000-LISTA-AUMENTI-X
                   UNTIL FINE-AUMENTI
           PERFORM 9000-FINALIZZA        THRU 9000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN OUTPUT RPT-ANA-RISK
           EXEC SQL
                VALUES CURRENT DATE INTO :W-DATA-OGGI
           END-EXEC
           MOVE W-DATA-OGGI(1:4)         TO W-OGGI(1:4)
           MOVE W-DATA-OGGI(6:2)         TO W-OGGI(5:2)
           MOVE W-DATA-OGGI(9:2)         TO W-OGGI(7:2)
           MOVE W-DATA-OGGI              TO W-T1-DATA
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TESTATA2          TO RPT-RIGA
           WRITE RPT-RIGA
      *
      *    SOGLIE: LA RIGA DI CONFIGURAZIONE, SE C'E', SOSTITUISCE I
      *    DEFAULT
           EXEC SQL SELECT CFG_SOGLIA_MEDIO, CFG_SOGLIA_ALTO,
                           CFG_SOGLIA_VOLUME, CFG_SOGLIA_FRAZ,
                           CFG_NUM_FRAZ
                      INTO :RI-SOGLIA-MEDIO, :RI-SOGLIA-ALTO,
                           :RI-SOGLIA-VOLUME, :RI-SOGLIA-FRAZ,
                           :RI-NUM-FRAZ
                      FROM T_ANA_RISK_CFG
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 30                   TO RI-SOGLIA-MEDIO
               MOVE 60                   TO RI-SOGLIA-ALTO
               MOVE 50000000             TO RI-SOGLIA-VOLUME
               MOVE 1500000              TO RI-SOGLIA-FRAZ
               MOVE 3                    TO RI-NUM-FRAZ
           END-IF
      *    FRAZIONATO: IMPORTO NELL'ULTIMO DECIMO SOTTO LA SOGLIA
           COMPUTE RI-FRAZ-MIN = RI-SOGLIA-FRAZ * 9 / 10
      *
           EXEC SQL OPEN CURS-PESI END-EXEC
           PERFORM 1100-CARICA-PESI      THRU 1100-CARICA-PESI-X
                   UNTIL FINE-PESI
           EXEC SQL CLOSE CURS-PESI END-EXEC
           EXEC SQL OPEN CURS-NDG END-EXEC.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       1100-CARICA-PESI.
           EXEC SQL FETCH CURS-PESI
                    INTO :RI-PES-FATTORE, :RI-PES-PESO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-PESI             TO TRUE
               GO TO 1100-CARICA-PESI-X
           END-IF
      *    CODICI FUORI DALLA TABELLA F01-F12 SONO IGNORATI
           IF  RI-PES-FATTORE(1:1) = 'F'
           AND RI-PES-IND IS NUMERIC
           AND RI-PES-IND > ZERO
           AND RI-PES-IND NOT > 12
           AND RI-PES-PESO NOT < ZERO
           THEN
               MOVE RI-PES-PESO          TO RI-PESO (RI-PES-IND)
           END-IF.
      *----------------------------------------------------------------*
       1100-CARICA-PESI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2000-VALUTA-NDG.
           EXEC SQL FETCH CURS-NDG
                    INTO :RI-NDG, :RI-NNCG, :RI-PEP,
                         :RI-SOPRA-SOGLIA, :RI-ONBOARDING,
                         :RI-PAESE-RES
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-NDG              TO TRUE
               GO TO 2000-VALUTA-NDG-X
           END-IF
           ADD 1                         TO RI-TOT-VALUTATI
           MOVE ZERO                     TO RI-PUNTEGGIO
           MOVE SPACE                    TO RI-FATTORI
           MOVE 1                        TO RI-POS-FATTORI
      *
           PERFORM 2100-ANAGRAFE         THRU 2100-ANAGRAFE-X
           PERFORM 2200-PAESI            THRU 2200-PAESI-X
           PERFORM 2300-NATURA           THRU 2300-NATURA-X
           PERFORM 2400-TITOLARITA       THRU 2400-TITOLARITA-X
           PERFORM 2500-BONIFICI         THRU 2500-BONIFICI-X
      *
           EVALUATE TRUE
               WHEN RI-PUNTEGGIO NOT < RI-SOGLIA-ALTO
                   MOVE 'A'              TO RI-CLASSE
                   MOVE 3                TO RI-LIVELLO
                   ADD 1                 TO RI-TOT-ALTO
               WHEN RI-PUNTEGGIO NOT < RI-SOGLIA-MEDIO
                   MOVE 'M'              TO RI-CLASSE
                   MOVE 2                TO RI-LIVELLO
                   ADD 1                 TO RI-TOT-MEDIO
               WHEN OTHER
                   MOVE 'B'              TO RI-CLASSE
                   MOVE 1                TO RI-LIVELLO
                   ADD 1                 TO RI-TOT-BASSO
           END-EVALUATE
           PERFORM 3000-AGGIORNA-PROFILO THRU 3000-AGGIORNA-PROFILO-X.
      *----------------------------------------------------------------*
       2000-VALUTA-NDG-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2100-ANAGRAFE.
      *    PEP, LISTE NEGATIVE (ESITO DI AN0233R2) E ONBOARDING
           IF  RI-PEP = 'S'
           THEN
               MOVE 1                    TO RI-IND-FATT
               PERFORM 2900-FATTORE      THRU 2900-FATTORE-X
           END-IF
           IF  RI-SOPRA-SOGLIA = 'S'
           THEN
               MOVE 2                    TO RI-IND-FATT
               PERFORM 2900-FATTORE      THRU 2900-FATTORE-X
           END-IF
           IF  RI-ONBOARDING = 'S'
           THEN
               MOVE 9                    TO RI-IND-FATT
               PERFORM 2900-FATTORE      THRU 2900-FATTORE-X
           END-IF.
      *----------------------------------------------------------------*
       2100-ANAGRAFE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2200-PAESI.
      *    RESIDENZA E RESIDENZE FISCALI VALIDE CONTRO LA LISTA PAESI
      *    A RISCHIO DEI BONIFICI (QUALUNQUE FASCIA)
           MOVE ZERO                     TO RI-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :RI-CONTA
                      FROM T_BE_PAESI_RISCHIO
                     WHERE PAE_PAESE = :RI-PAESE-RES
           END-EXEC
           IF  SQLCODE = ZERO AND RI-CONTA > ZERO
           THEN
               MOVE 3                    TO RI-IND-FATT
               PERFORM 2900-FATTORE      THRU 2900-FATTORE-X
           END-IF
           MOVE ZERO                     TO RI-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :RI-CONTA
                      FROM T_ANA_RESFISC RSF, T_BE_PAESI_RISCHIO PAE
                     WHERE RSF.RSF_NDG   = :RI-NDG
                       AND RSF.RSF_STATO = 'V'
                       AND PAE.PAE_PAESE = RSF.RSF_PAESE
           END-EXEC
           IF  SQLCODE = ZERO AND RI-CONTA > ZERO
           THEN
               MOVE 4                    TO RI-IND-FATT
               PERFORM 2900-FATTORE      THRU 2900-FATTORE-X
           END-IF.
      *----------------------------------------------------------------*
       2200-PAESI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2300-NATURA.
      *    RISCHIO DELLA NATURA GIURIDICA SULLA RIGA AN006012 VALIDA
      *    ALLA DATA DI ELABORAZIONE: 'A' VINCE SU 'M'
           IF  RI-NNCG = SPACE OR LOW-VALUE
           THEN
               GO TO 2300-NATURA-X
           END-IF
           MOVE SPACE                    TO RI-RISCHIO-NNCG
           EXEC SQL SELECT COALESCE(MIN(A.RISCHIO_AML), ' ')
                      INTO :RI-RISCHIO-NNCG
                      FROM AN006012 A
                     WHERE A.NNCG        = :RI-NNCG
                       AND A.RISCHIO_AML IN ('A', 'M')
                       AND (A.DT_VAL_DA = 0
                        OR  A.DT_VAL_DA <= :W-OGGI)
                       AND (A.DT_VAL_A  = 0
                        OR  A.DT_VAL_A  >= :W-OGGI)
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               GO TO 2300-NATURA-X
           END-IF
           EVALUATE RI-RISCHIO-NNCG
               WHEN 'A'
                   MOVE 5                TO RI-IND-FATT
                   PERFORM 2900-FATTORE  THRU 2900-FATTORE-X
               WHEN 'M'
                   MOVE 6                TO RI-IND-FATT
                   PERFORM 2900-FATTORE  THRU 2900-FATTORE-X
           END-EVALUATE.
      *----------------------------------------------------------------*
       2300-NATURA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2400-TITOLARITA.
      *    CATENE DI TITOLARITA' RISOLTE DA AN0233RD: SOCIETA' CON
      *    LEGAMI CENSITI MA NESSUN TITOLARE EFFETTIVO RISOLTO, OPPURE
      *    CON UN TITOLARE EFFETTIVO PEP
           MOVE ZERO                     TO RI-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :RI-CONTA
                      FROM T_ANA_TITEFF REG
                     WHERE REG.TEF_NDG_SOCIETA = :RI-NDG
                       AND NOT EXISTS
                           (SELECT 1 FROM T_ANA_TITEFF_RIS RIS
                             WHERE RIS.RIS_NDG_SOCIETA =
                                   REG.TEF_NDG_SOCIETA)
           END-EXEC
           IF  SQLCODE = ZERO AND RI-CONTA > ZERO
           THEN
               MOVE 7                    TO RI-IND-FATT
               PERFORM 2900-FATTORE      THRU 2900-FATTORE-X
           END-IF
           MOVE ZERO                     TO RI-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :RI-CONTA
                      FROM T_ANA_TITEFF_RIS RIS, T_ANA_NDG ANA
                     WHERE RIS.RIS_NDG_SOCIETA = :RI-NDG
                       AND ANA.ANA_NDG         = RIS.RIS_NDG_PERSONA
                       AND ANA.ANA_PEP         = 'S'
           END-EXEC
           IF  SQLCODE = ZERO AND RI-CONTA > ZERO
           THEN
               MOVE 8                    TO RI-IND-FATT
               PERFORM 2900-FATTORE      THRU 2900-FATTORE-X
           END-IF.
      *----------------------------------------------------------------*
       2400-TITOLARITA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2500-BONIFICI.
      *    COMPORTAMENTO EFFETTIVO SUGLI ULTIMI 90 GIORNI DI BE00TBMO,
      *    COME ORDINANTE O COME BENEFICIARIO, MOVIMENTI ANNULLATI
      *    ESCLUSI
           MOVE ZERO                     TO RI-VOLUME
           EXEC SQL SELECT COALESCE(SUM(IMPORTO), 0)
                      INTO :RI-VOLUME
                      FROM BE00TBMO
                     WHERE (ORD_NDG = :RI-NDG OR BEN_NDG = :RI-NDG)
                       AND STATO_MOV <> 'X'
                       AND DATA_INSE >
                           REPLACE(CHAR(CURRENT DATE - 90 DAYS,
                                        ISO), '-', '')
           END-EXEC
           IF  SQLCODE = ZERO AND RI-VOLUME > RI-SOGLIA-VOLUME
           THEN
               MOVE 10                   TO RI-IND-FATT
               PERFORM 2900-FATTORE      THRU 2900-FATTORE-X
           END-IF
      *
      *    PAESE DELLA CONTROPARTE: IBAN BENEFICIARIO IN USCITA,
      *    PAESE ORDINANTE IN ENTRATA
           MOVE ZERO                     TO RI-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :RI-CONTA
                      FROM BE00TBMO MO
                     WHERE STATO_MOV <> 'X'
                       AND DATA_INSE >
                           REPLACE(CHAR(CURRENT DATE - 90 DAYS,
                                        ISO), '-', '')
                       AND ((MO.ORD_NDG = :RI-NDG
                             AND EXISTS
                                 (SELECT 1 FROM T_BE_PAESI_RISCHIO PAE
                                   WHERE PAE.PAE_PAESE =
                                         SUBSTR(MO.BEN_IBAN, 1, 2)))
                        OR  (MO.BEN_NDG = :RI-NDG
                             AND EXISTS
                                 (SELECT 1 FROM T_BE_PAESI_RISCHIO PAE
                                   WHERE PAE.PAE_PAESE IN
                                         (MO.ORD_COD_PAE,
                                          MO.ORD_PAED_ORI))))
           END-EXEC
           IF  SQLCODE = ZERO AND RI-CONTA > ZERO
           THEN
               MOVE 11                   TO RI-IND-FATT
               PERFORM 2900-FATTORE      THRU 2900-FATTORE-X
           END-IF
      *
      *    FRAZIONAMENTO: BONIFICI RIPETUTI APPENA SOTTO LA SOGLIA
           MOVE ZERO                     TO RI-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :RI-CONTA
                      FROM BE00TBMO
                     WHERE (ORD_NDG = :RI-NDG OR BEN_NDG = :RI-NDG)
                       AND STATO_MOV <> 'X'
                       AND DATA_INSE >
                           REPLACE(CHAR(CURRENT DATE - 90 DAYS,
                                        ISO), '-', '')
                       AND IMPORTO >= :RI-FRAZ-MIN
                       AND IMPORTO <  :RI-SOGLIA-FRAZ
           END-EXEC
           IF  SQLCODE = ZERO AND RI-CONTA NOT < RI-NUM-FRAZ
           THEN
               MOVE 12                   TO RI-IND-FATT
               PERFORM 2900-FATTORE      THRU 2900-FATTORE-X
           END-IF.
      *----------------------------------------------------------------*
       2500-BONIFICI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2900-FATTORE.
           ADD RI-PESO (RI-IND-FATT)     TO RI-PUNTEGGIO
           IF  RI-PUNTEGGIO > 999
           THEN
               MOVE 999                  TO RI-PUNTEGGIO
           END-IF
           MOVE 'F'                TO RI-FATTORI (RI-POS-FATTORI:1)
           ADD 1                         TO RI-POS-FATTORI
           MOVE RI-IND-FATT        TO RI-FATTORI (RI-POS-FATTORI:2)
           ADD 2                         TO RI-POS-FATTORI.
      *----------------------------------------------------------------*
       2900-FATTORE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-AGGIORNA-PROFILO.
           MOVE 'N'                      TO SW-PROFILO
           MOVE 'N'                      TO RI-AUMENTO
           MOVE SPACE                    TO RI-CLASSE-PREC
           MOVE ZERO                     TO RI-LIVELLO-PREC
           EXEC SQL SELECT PRF_CLASSE
                      INTO :RI-CLASSE-PREC
                      FROM T_ANA_RISK_PROF
                     WHERE PRF_NDG = :RI-NDG
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               SET PROFILO-ESISTENTE     TO TRUE
           END-IF
           EVALUATE RI-CLASSE-PREC
               WHEN 'A'
                   MOVE 3                TO RI-LIVELLO-PREC
               WHEN 'M'
                   MOVE 2                TO RI-LIVELLO-PREC
               WHEN 'B'
                   MOVE 1                TO RI-LIVELLO-PREC
           END-EVALUATE
      *
      *    CLASSE INVARIATA: SI RINFRESCANO PUNTEGGIO E FATTORI, LA
      *    DATA E IL MOTIVO DELL'ULTIMO CAMBIO RESTANO
           IF  PROFILO-ESISTENTE
           AND RI-CLASSE = RI-CLASSE-PREC
           THEN
               EXEC SQL UPDATE T_ANA_RISK_PROF
                           SET PRF_PUNTEGGIO = :RI-PUNTEGGIO,
                               PRF_FATTORI   = :RI-FATTORI,
                               PRF_DATA_AGG  = CURRENT TIMESTAMP
                         WHERE PRF_NDG = :RI-NDG
               END-EXEC
               GO TO 3000-AGGIORNA-PROFILO-X
           END-IF
      *
           IF  RI-LIVELLO > RI-LIVELLO-PREC
           AND RI-LIVELLO > 1
           THEN
               MOVE 'S'                  TO RI-AUMENTO
               ADD 1                     TO RI-TOT-AUMENTI
           END-IF
           ADD 1                         TO RI-TOT-CAMBI
      *
           IF  PROFILO-ESISTENTE
           THEN
               EXEC SQL UPDATE T_ANA_RISK_PROF
                           SET PRF_CLASSE    = :RI-CLASSE,
                               PRF_PUNTEGGIO = :RI-PUNTEGGIO,
                               PRF_FATTORI   = :RI-FATTORI,
                               PRF_DT_CAMBIO = CURRENT DATE,
                               PRF_MOTIVO    = :RI-FATTORI,
                               PRF_DATA_AGG  = CURRENT TIMESTAMP
                         WHERE PRF_NDG = :RI-NDG
               END-EXEC
           ELSE
               EXEC SQL INSERT INTO T_ANA_RISK_PROF
                               (PRF_NDG
                               ,PRF_CLASSE
                               ,PRF_PUNTEGGIO
                               ,PRF_FATTORI
                               ,PRF_DT_CAMBIO
                               ,PRF_MOTIVO
                               ,PRF_DATA_AGG)
                        VALUES (:RI-NDG
                               ,:RI-CLASSE
                               ,:RI-PUNTEGGIO
                               ,:RI-FATTORI
                               ,CURRENT DATE
                               ,:RI-FATTORI
                               ,CURRENT TIMESTAMP)
               END-EXEC
           END-IF
      *
           EXEC SQL INSERT INTO T_ANA_RISK_STORICO
                           (STO_NDG
                           ,STO_CLASSE_PREC
                           ,STO_CLASSE
                           ,STO_PUNTEGGIO
                           ,STO_FATTORI
                           ,STO_AUMENTO
                           ,STO_DATA_INS)
                    VALUES (:RI-NDG
                           ,:RI-CLASSE-PREC
                           ,:RI-CLASSE
                           ,:RI-PUNTEGGIO
                           ,:RI-FATTORI
                           ,:RI-AUMENTO
                           ,CURRENT TIMESTAMP)
           END-EXEC
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       3000-AGGIORNA-PROFILO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4000-LISTA-AUMENTI.
           EXEC SQL FETCH CURS-AUMENTI
                    INTO :RI-NDG, :RI-CLASSE-PREC, :RI-CLASSE,
                         :RI-PUNTEGGIO, :RI-FATTORI
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-AUMENTI          TO TRUE
               EXEC SQL CLOSE CURS-AUMENTI END-EXEC
               GO TO 4000-LISTA-AUMENTI-X
           END-IF
           MOVE RI-NDG                   TO W-DETT-NDG
           IF  RI-CLASSE-PREC = SPACE
           THEN
               MOVE '-'                  TO W-DETT-PREC
           ELSE
               MOVE RI-CLASSE-PREC       TO W-DETT-PREC
           END-IF
           MOVE RI-CLASSE                TO W-DETT-CLASSE
           MOVE RI-PUNTEGGIO             TO W-DETT-PUNTI
           MOVE RI-FATTORI               TO W-DETT-FATTORI
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       4000-LISTA-AUMENTI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4100-LEGENDA.
           MOVE RI-IND                   TO W-LEG-FATTORE
           MOVE RI-DESCR (RI-IND)        TO W-LEG-DESCR
           MOVE RI-PESO (RI-IND)         TO W-LEG-PESO
           MOVE W-RIGA-LEGENDA           TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       4100-LEGENDA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RI-TOT-VALUTATI          TO W-TOT-VALUTATI
           MOVE RI-TOT-ALTO              TO W-TOT-ALTO
           MOVE RI-TOT-MEDIO             TO W-TOT-MEDIO
           MOVE RI-TOT-BASSO             TO W-TOT-BASSO
           MOVE W-RIGA-TOTALI1           TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RI-TOT-CAMBI             TO W-TOT-CAMBI
           MOVE RI-TOT-AUMENTI           TO W-TOT-AUMENTI
           MOVE W-RIGA-TOTALI2           TO RPT-RIGA
           WRITE RPT-RIGA
      *    LEGENDA DEI FATTORI CON I PESI IN VIGORE NELLA CORSA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           PERFORM 4100-LEGENDA          THRU 4100-LEGENDA-X
                   VARYING RI-IND FROM 1 BY 1
                   UNTIL RI-IND > 12
           CLOSE RPT-ANA-RISK
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM AN0233RI *******************************
