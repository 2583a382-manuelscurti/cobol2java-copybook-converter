      ******************************************************************
      *                        AN0233RN                                *
      *                                                                *
      *  PROCEDURA    : ANAGRAFE GENERALE - PARTI CORRELATE            *
      *  DESCRIZIONE  : PASSATA NOTTURNA SUL REGISTRO T_ANA_PARTI_CORR *
      *                 1) LE PARTI DIRETTE CON FINE VALIDITA' PASSATA *
      *                    VENGONO CESSATE (STATO 'C')                 *
      *                 2) PER OGNI PARTE DIRETTA ATTIVA SI DERIVANO I *
      *                    SOGGETTI CONNESSI:                          *
      *                      FA (RELAZIONE N) GLI ALTRI COMPONENTI DEL *
      *                         SUO NUCLEO FAMILIARE (T_ANA_NUCLEO)    *
      *                      CT (RELAZIONE T) LE SOCIETA' DI CUI LUI O *
      *                         UN SUO FAMILIARE E' TITOLARE EFFETTIVO *
      *                         (T_ANA_TITEFF_RIS, DA AN0233RD) O      *
      *                         SOCIO DI CONTROLLO (T_ANA_TITEFF OLTRE *
      *                         IL 50%)                                *
      *                    CON LA VALIDITA' DELLA PARTE DIRETTA. I     *
      *                    CONNESSI NON PIU' DERIVATI DA NESSUNA PARTE *
      *                    ATTIVA VENGONO CESSATI                      *
      *                 3) I BONIFICI DEGLI ULTIMI 7 GIORNI (BE00TBMO) *
      *                    CON ORDINANTE O BENEFICIARIO PARTE          *
      *                    CORRELATA ATTIVA SONO SEGNALATI SU          *
      *                    T_ANA_PARTI_CORR_OPE (TIPO 'B'), DOVE       *
      *                    D05223A0 SEGNALA LE PRATICHE DFAX (TIPO     *
      *                    'P'); IL RENDICONTO MENSILE E' AN0233RO     *
      *                 IL REPORT ELENCA LE CONNESSIONI NUOVE E        *
      *                 CESSATE NELLA CORSA                            *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ANAGRAFE           *
      *  INPUT        : T_ANA_PARTI_CORR, T_ANA_NUCLEO, T_ANA_TITEFF,  *
      *                 T_ANA_TITEFF_RIS, BE00TBMO (DB2)               *
      *  OUTPUT       : T_ANA_PARTI_CORR, T_ANA_PARTI_CORR_OPE,        *
      *                 REPORT SU RPT-ANA-PCO                          *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - DERIVAZIONE DEI SOGGETTI CONNESSI    *
      *           ALLE PARTI CORRELATE E SEGNALAZIONE DEI BONIFICI     *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     AN0233RN.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT RPT-ANA-PCO       ASSIGN  TO  RPTANPCN
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  RPT-ANA-PCO
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  RN-NDG-RIF                    PIC  X(12)  VALUE SPACE.
       01  RN-DT-INIZIO                  PIC  X(10)  VALUE SPACE.
       01  RN-DT-FINE                    PIC  X(10)  VALUE SPACE.
       01  RN-NDG                        PIC  X(12)  VALUE SPACE.
       01  RN-RUOLO                      PIC  X(02)  VALUE SPACE.
       01  RN-RELAZIONE                  PIC  X(01)  VALUE SPACE.
       01  RN-TS-INIZIO                  PIC  X(26)  VALUE SPACE.
      *
      *    BONIFICO DA SEGNALARE (IMPORTO IN CENTESIMI, COME BE00TBMO)
       01  RN-CRO                        PIC  X(35)  VALUE SPACE.
       01  RN-IMPORTO                    PIC S9(18)  COMP-3 VALUE ZERO.
       01  RN-DATA-INSE                  PIC  X(08)  VALUE SPACE.
      *
       01  SW-FINE-DIR                   PIC  X(01)  VALUE 'N'.
           88  FINE-DIR                              VALUE 'S'.
       01  SW-FINE-CONN                  PIC  X(01)  VALUE 'N'.
           88  FINE-CONN                             VALUE 'S'.
       01  SW-FINE-CESS                  PIC  X(01)  VALUE 'N'.
           88  FINE-CESS                             VALUE 'S'.
       01  SW-FINE-BON                   PIC  X(01)  VALUE 'N'.
           88  FINE-BON                              VALUE 'S'.
      *
       01  RN-TOT-DIRETTE                PIC S9(09)  COMP-3 VALUE ZERO.
       01  RN-TOT-SCADUTE                PIC S9(09)  COMP-3 VALUE ZERO.
       01  RN-TOT-NUOVE                  PIC S9(09)  COMP-3 VALUE ZERO.
       01  RN-TOT-CESSATE                PIC S9(09)  COMP-3 VALUE ZERO.
       01  RN-TOT-BONIFICI               PIC S9(09)  COMP-3 VALUE ZERO.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'ANAGRAFE - PARTI CORRELATE - CONNESSI AL    '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(78)  VALUE SPACE.
      *
       01  W-RIGA-TESTATA2.
           02  FILLER                    PIC  X(44)  VALUE
               'EVENTO      NDG CONNESSO  RUOLO  RELAZIONE  '.
           02  FILLER                    PIC  X(44)  VALUE
               'NDG RIFERIM.  INIZIO VAL.  FINE VAL.        '.
           02  FILLER                    PIC  X(44)  VALUE SPACE.
      *
       01  W-RIGA-DETT.
           02  W-DETT-EVENTO             PIC  X(10).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-NDG                PIC  X(12).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-RUOLO              PIC  X(02).
           02  FILLER                    PIC  X(05)  VALUE SPACE.
           02  W-DETT-RELAZIONE          PIC  X(09).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-NDG-RIF            PIC  X(12).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-INIZIO             PIC  X(10).
           02  FILLER                    PIC  X(03)  VALUE SPACE.
           02  W-DETT-FINE               PIC  X(10).
           02  FILLER                    PIC  X(51)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI1.
           02  FILLER                    PIC  X(20)  VALUE
               'PARTI DIRETTE:      '.
           02  W-TOT-DIRETTE             PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  DIRETTE SCADUTE:  '.
           02  W-TOT-SCADUTE             PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  CONNESSI NUOVI:   '.
           02  W-TOT-NUOVE               PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  CONNESSI CESSATI: '.
           02  W-TOT-CESSATE             PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(08)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI2.
           02  FILLER                    PIC  X(20)  VALUE
               'BONIFICI SEGNALATI: '.
           02  W-TOT-BONIFICI            PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(101) VALUE SPACE.
      *
       01  W-DATA-OGGI                   PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    PARTI DIRETTE ATTIVE E GIA' IN VIGORE, UNA RIGA PER NDG CON
      *    LA VALIDITA' PIU' AMPIA FRA I SUOI RUOLI (FINE NULLA = SENZA
      *    SCADENZA)
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-DIR CURSOR WITH HOLD FOR
               SELECT  PCO_NDG,
                       CHAR(MIN(PCO_DT_INIZIO), ISO),
                       CASE WHEN COUNT(PCO_DT_FINE) < COUNT(*)
                            THEN ' '
                            ELSE CHAR(MAX(PCO_DT_FINE), ISO)
                       END
                 FROM  T_ANA_PARTI_CORR
                WHERE  PCO_RELAZIONE = 'D'
                  AND  PCO_STATO     = 'A'
                  AND  PCO_DT_INIZIO <= CURRENT DATE
                GROUP BY PCO_NDG
                ORDER BY PCO_NDG
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    SOGGETTI CONNESSI ALLA PARTE DIRETTA: NUCLEO FAMILIARE E
      *    SOCIETA' CONTROLLATE DA LEI O DAI SUOI FAMILIARI
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-CONN CURSOR FOR
               SELECT  DISTINCT B.NUC_NDG, 'FA', 'N'
                 FROM  T_ANA_NUCLEO A, T_ANA_NUCLEO B
                WHERE  A.NUC_NDG  = :RN-NDG-RIF
                  AND  B.NUC_ID   = A.NUC_ID
                  AND  B.NUC_NDG <> A.NUC_NDG
               UNION
               SELECT  RIS.RIS_NDG_SOCIETA, 'CT', 'T'
                 FROM  T_ANA_TITEFF_RIS RIS
                WHERE  RIS.RIS_NDG_PERSONA = :RN-NDG-RIF
                   OR  RIS.RIS_NDG_PERSONA IN
                       (SELECT B.NUC_NDG
                          FROM T_ANA_NUCLEO A, T_ANA_NUCLEO B
                         WHERE A.NUC_NDG = :RN-NDG-RIF
                           AND B.NUC_ID  = A.NUC_ID)
               UNION
               SELECT  TEF.TEF_NDG_SOCIETA, 'CT', 'T'
                 FROM  T_ANA_TITEFF TEF
                WHERE  TEF.TEF_NDG_SOCIO = :RN-NDG-RIF
                  AND  TEF.TEF_PERC      > 50
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    CONNESSI NON CONFERMATI DALLA CORSA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-CESS CURSOR FOR
               SELECT  PCO_NDG, PCO_RUOLO, PCO_RELAZIONE, PCO_NDG_RIF,
                       CHAR(PCO_DT_INIZIO, ISO)
                 FROM  T_ANA_PARTI_CORR
                WHERE  PCO_RELAZIONE <> 'D'
                  AND  PCO_STATO      = 'A'
                  AND  PCO_DATA_AGG   < TIMESTAMP(:RN-TS-INIZIO)
                ORDER BY PCO_NDG_RIF, PCO_NDG
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    BONIFICI DEGLI ULTIMI 7 GIORNI CON UNA PARTE CORRELATA COME
      *    ORDINANTE O BENEFICIARIO, NON ANCORA SEGNALATI
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-BON CURSOR WITH HOLD FOR
               SELECT  MO.CRO_OPE, MO.IMPORTO, MO.DATA_INSE,
                       PCO.PCO_NDG, MIN(PCO.PCO_RUOLO),
                       MIN(PCO.PCO_RELAZIONE)
                 FROM  BE00TBMO MO, T_ANA_PARTI_CORR PCO
                WHERE  PCO.PCO_STATO  = 'A'
                  AND  PCO.PCO_NDG   IN (MO.ORD_NDG, MO.BEN_NDG)
                  AND  MO.STATO_MOV  <> 'X'
                  AND  MO.DATA_INSE   >
                       REPLACE(CHAR(CURRENT DATE - 7 DAYS, ISO),
                               '-', '')
                  AND  NOT EXISTS
                       (SELECT 1 FROM T_ANA_PARTI_CORR_OPE OPE
                         WHERE OPE.OPE_TIPO = 'B'
                           AND OPE.OPE_RIF  = MO.CRO_OPE
                           AND OPE.OPE_NDG  = PCO.PCO_NDG)
                GROUP BY MO.CRO_OPE, MO.IMPORTO, MO.DATA_INSE,
                         PCO.PCO_NDG
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-PARTE-DIRETTA    THRU 2000-PARTE-DIRETTA-X
                   UNTIL FINE-DIR
           EXEC SQL CLOSE CURS-DIR END-EXEC
           EXEC SQL OPEN CURS-CESS END-EXEC
           PERFORM 3000-CESSA-CONNESSO   THRU 3000-CESSA-CONNESSO-X
                   UNTIL FINE-CESS
           EXEC SQL CLOSE CURS-CESS END-EXEC
           EXEC SQL COMMIT END-EXEC
           EXEC SQL OPEN CURS-BON END-EXEC
           PERFORM 4000-SEGNALA-BONIFICO THRU 4000-SEGNALA-BONIFICO-X
                   UNTIL FINE-BON
           EXEC SQL CLOSE CURS-BON END-EXEC
           PERFORM 9000-FINALIZZA        THRU 9000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN OUTPUT RPT-ANA-PCO
           EXEC SQL
                VALUES CURRENT DATE INTO :W-DATA-OGGI
           END-EXEC
      *    OGNI CONNESSO CONFERMATO DALLA CORSA HA DATA_AGG SUCCESSIVA
           EXEC SQL
                VALUES CHAR(CURRENT TIMESTAMP) INTO :RN-TS-INIZIO
           END-EXEC
           MOVE W-DATA-OGGI              TO W-T1-DATA
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TESTATA2          TO RPT-RIGA
           WRITE RPT-RIGA
      *
           EXEC SQL UPDATE T_ANA_PARTI_CORR
                       SET PCO_STATO    = 'C',
                           PCO_UTENTE   = 'AN0233RN',
                           PCO_DATA_AGG = CURRENT TIMESTAMP
                     WHERE PCO_RELAZIONE = 'D'
                       AND PCO_STATO     = 'A'
                       AND PCO_DT_FINE   < CURRENT DATE
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               MOVE SQLERRD (3)          TO RN-TOT-SCADUTE
           END-IF
           EXEC SQL COMMIT END-EXEC
           EXEC SQL OPEN CURS-DIR END-EXEC.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2000-PARTE-DIRETTA.
           EXEC SQL FETCH CURS-DIR
                    INTO :RN-NDG-RIF, :RN-DT-INIZIO, :RN-DT-FINE
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-DIR              TO TRUE
               GO TO 2000-PARTE-DIRETTA-X
           END-IF
           ADD 1                         TO RN-TOT-DIRETTE
           MOVE 'N'                      TO SW-FINE-CONN
           EXEC SQL OPEN CURS-CONN END-EXEC
           PERFORM 2100-CONNESSO         THRU 2100-CONNESSO-X
                   UNTIL FINE-CONN
           EXEC SQL CLOSE CURS-CONN END-EXEC
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       2000-PARTE-DIRETTA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2100-CONNESSO.
           EXEC SQL FETCH CURS-CONN
                    INTO :RN-NDG, :RN-RUOLO, :RN-RELAZIONE
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-CONN             TO TRUE
               GO TO 2100-CONNESSO-X
           END-IF
           IF  RN-NDG = RN-NDG-RIF
           THEN
               GO TO 2100-CONNESSO-X
           END-IF
      *
      *    GIA' CONNESSO: SI CONFERMA E SI ALLINEA LA VALIDITA'
           EXEC SQL UPDATE T_ANA_PARTI_CORR
                       SET PCO_DT_INIZIO = DATE(:RN-DT-INIZIO),
                           PCO_DT_FINE   =
                               DATE(NULLIF(:RN-DT-FINE, ' ')),
                           PCO_UTENTE    = 'AN0233RN',
                           PCO_DATA_AGG  = CURRENT TIMESTAMP
                     WHERE PCO_NDG       = :RN-NDG
                       AND PCO_NDG_RIF   = :RN-NDG-RIF
                       AND PCO_RUOLO     = :RN-RUOLO
                       AND PCO_RELAZIONE = :RN-RELAZIONE
                       AND PCO_STATO     = 'A'
           END-EXEC
           IF  SQLCODE NOT = 100
           THEN
               GO TO 2100-CONNESSO-X
           END-IF
           EXEC SQL INSERT INTO T_ANA_PARTI_CORR
                           (PCO_NDG
                           ,PCO_RUOLO
                           ,PCO_RELAZIONE
                           ,PCO_NDG_RIF
                           ,PCO_DT_INIZIO
                           ,PCO_DT_FINE
                           ,PCO_STATO
                           ,PCO_UTENTE
                           ,PCO_DATA_AGG)
                    VALUES (:RN-NDG
                           ,:RN-RUOLO
                           ,:RN-RELAZIONE
                           ,:RN-NDG-RIF
                           ,DATE(:RN-DT-INIZIO)
                           ,DATE(NULLIF(:RN-DT-FINE, ' '))
                           ,'A'
                           ,'AN0233RN'
                           ,CURRENT TIMESTAMP)
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               GO TO 2100-CONNESSO-X
           END-IF
           ADD 1                         TO RN-TOT-NUOVE
           MOVE 'NUOVO'                  TO W-DETT-EVENTO
           MOVE RN-DT-INIZIO             TO W-DETT-INIZIO
           MOVE RN-DT-FINE               TO W-DETT-FINE
           PERFORM 2900-RIGA-DETT        THRU 2900-RIGA-DETT-X.
      *----------------------------------------------------------------*
       2100-CONNESSO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2900-RIGA-DETT.
           MOVE RN-NDG                   TO W-DETT-NDG
           MOVE RN-RUOLO                 TO W-DETT-RUOLO
           MOVE RN-NDG-RIF               TO W-DETT-NDG-RIF
           EVALUATE RN-RELAZIONE
               WHEN 'N'
                   MOVE 'NUCLEO'         TO W-DETT-RELAZIONE
               WHEN 'T'
                   MOVE 'TITOLARE'       TO W-DETT-RELAZIONE
               WHEN OTHER
                   MOVE RN-RELAZIONE     TO W-DETT-RELAZIONE
           END-EVALUATE
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2900-RIGA-DETT-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-CESSA-CONNESSO.
           EXEC SQL FETCH CURS-CESS
                    INTO :RN-NDG, :RN-RUOLO, :RN-RELAZIONE,
                         :RN-NDG-RIF, :RN-DT-INIZIO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-CESS             TO TRUE
               GO TO 3000-CESSA-CONNESSO-X
           END-IF
           EXEC SQL UPDATE T_ANA_PARTI_CORR
                       SET PCO_STATO     = 'C',
                           PCO_DT_FINE   = CURRENT DATE,
                           PCO_UTENTE    = 'AN0233RN',
                           PCO_DATA_AGG  = CURRENT TIMESTAMP
                     WHERE PCO_NDG       = :RN-NDG
                       AND PCO_NDG_RIF   = :RN-NDG-RIF
                       AND PCO_RUOLO     = :RN-RUOLO
                       AND PCO_RELAZIONE = :RN-RELAZIONE
                       AND PCO_STATO     = 'A'
           END-EXEC
           ADD 1                         TO RN-TOT-CESSATE
           MOVE 'CESSATO'                TO W-DETT-EVENTO
           MOVE RN-DT-INIZIO             TO W-DETT-INIZIO
           MOVE W-DATA-OGGI              TO W-DETT-FINE
           PERFORM 2900-RIGA-DETT        THRU 2900-RIGA-DETT-X.
      *----------------------------------------------------------------*
       3000-CESSA-CONNESSO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4000-SEGNALA-BONIFICO.
           EXEC SQL FETCH CURS-BON
                    INTO :RN-CRO, :RN-IMPORTO, :RN-DATA-INSE,
                         :RN-NDG, :RN-RUOLO, :RN-RELAZIONE
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-BON              TO TRUE
               GO TO 4000-SEGNALA-BONIFICO-X
           END-IF
      *    I BONIFICI NON PASSANO DA DELIBERA: STATO 'N' NON RICHIESTA
           EXEC SQL INSERT INTO T_ANA_PARTI_CORR_OPE
                           (OPE_TIPO
                           ,OPE_RIF
                           ,OPE_NDG
                           ,OPE_RUOLO
                           ,OPE_RELAZIONE
                           ,OPE_IMPORTO
                           ,OPE_DT_OPER
                           ,OPE_DELIBERA
                           ,OPE_DATA_INS)
                    VALUES ('B'
                           ,:RN-CRO
                           ,:RN-NDG
                           ,:RN-RUOLO
                           ,:RN-RELAZIONE
                           ,:RN-IMPORTO
                           ,:RN-DATA-INSE
                           ,'N'
                           ,CURRENT TIMESTAMP)
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               ADD 1                     TO RN-TOT-BONIFICI
           END-IF.
      *----------------------------------------------------------------*
       4000-SEGNALA-BONIFICO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RN-TOT-DIRETTE           TO W-TOT-DIRETTE
           MOVE RN-TOT-SCADUTE           TO W-TOT-SCADUTE
           MOVE RN-TOT-NUOVE             TO W-TOT-NUOVE
           MOVE RN-TOT-CESSATE           TO W-TOT-CESSATE
           MOVE W-RIGA-TOTALI1           TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RN-TOT-BONIFICI          TO W-TOT-BONIFICI
           MOVE W-RIGA-TOTALI2           TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RPT-ANA-PCO
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM AN0233RN *******************************
