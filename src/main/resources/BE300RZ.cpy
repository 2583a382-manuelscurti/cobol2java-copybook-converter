      ******************************************************************
      *                        BE300RZ                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - ESECUZIONE TARDIVA PSD2    *
      *  DESCRIZIONE  : LA PSD2 VUOLE IL BONIFICO SEPA ALLA BANCA     *
      *                 DEL BENEFICIARIO ENTRO D+1 DALLA RICEZIONE E  *
      *                 OGNI RITARDO RIMESSO A POSTO SULLA VALUTA.    *
      *                 OGGI SI INDENNIZZA SOLO CHI RECLAMA. OGNI     *
      *                 NOTTE, PER I BONIFICI IN USCITA (SEGNO_OPER   *
      *                 'D') REGOLATI NEL GIORNO DI RIFERIMENTO:      *
      *                  - RICEZIONE D = OPE_DT_AC_MV, SPOSTATA AL    *
      *                    GIORNO DOPO SE OPE_TM_ORD_MV SUPERA IL     *
      *                    CUTOFF (T_BE_CUTOFF, FLUSSO 'SCT') E       *
      *                    PORTATA ALLA PRIMA GIORNATA TARGET2        *
      *                  - SCADENZA = GIORNATA TARGET2 SUCCESSIVA A D *
      *                    (CALENDARIO DI BE300K1, RICHIAMATO COME    *
      *                    SOTTOPROGRAMMA)                            *
      *                  - IN RITARDO SE OPE_DT_REG O OPE_DT_VAL_BK   *
      *                    SUPERANO LA SCADENZA, CON CAUSA:           *
      *                      HLD FERMO DI TESORERIA (BE300K5)         *
      *                      AUT AUTORIZZAZIONE DOPO LA RICEZIONE     *
      *                      REG REGOLAMENTO TARDIVO                  *
      *                      VAL REGOLATO IN TEMPO, VALUTA OLTRE      *
      *                  - SE LA VALUTA BANCA SUPERA LA SCADENZA      *
      *                    PROPONE LA RETTIFICA DI VALUTA ALLA        *
      *                    SCADENZA E, IN ALTERNATIVA, GLI INTERESSI  *
      *                    DOVUTI SUI GIORNI DI VALUTA PERSI AL       *
      *                    TASSO DI PARBEPSD; LA PROPOSTA ('P') IN    *
      *                    T_BE_PSD2_RITARDI ATTENDE L'ESITO DELLE    *
      *                    OPERATIONS (BE300KB). SE LA VALUTA E'      *
      *                    GIA' NEI TERMINI IL RITARDO E' SOLO        *
      *                    SEGNALATO ('N', NULLA DOVUTO)              *
      *                 SE IL GIORNO DI RIFERIMENTO CHIUDE IL MESE    *
      *                 PRODUCE ANCHE IL RIEPILOGO MENSILE PER CAUSA  *
      *                 PER LA COMPLIANCE. LA CORSA E' RIPETIBILE: I  *
      *                 MOVIMENTI GIA' REGISTRATI NON SI RIPROPONGONO *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : PARBEPSD (DATA AAAAMMGG, TASSO ANNUO),        *
      *                 BE00TBMO, T_BE_CUTOFF, T_BE_CALENDARIO (DB2)  *
      *  OUTPUT       : T_BE_PSD2_RITARDI, REPORT SU RPT-BE300-PSD E  *
      *                 (A FINE MESE) SU RPT-BE300-PSM                *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - ESECUZIONI OLTRE D+1 CON PROPOSTE DI *
      *           RETTIFICA VALUTA/INTERESSI E RIEPILOGO MENSILE       *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300RZ.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT PAR-FILE          ASSIGN  TO  PARBEPSD
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-BE300-PSD     ASSIGN  TO  RPTBEPSD
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-BE300-PSM     ASSIGN  TO  RPTBEPSM
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  PAR-FILE
           RECORDING MODE IS F.
       01  PAR-RECORD.
           02  PAR-DATA-RIF             PIC  X(08).
           02  PAR-TASSO                PIC  X(06).
           02  PAR-TASSO-N REDEFINES PAR-TASSO
                                        PIC  9(02)V9(04).
           02  FILLER                   PIC  X(66).
      *
       FD  RPT-BE300-PSD
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       FD  RPT-BE300-PSM
           RECORDING MODE IS F.
       01  RPM-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *----------------------------------------------------------------*
      *    GIORNO DI RIFERIMENTO (AAAAMMGG COME I CAMPI DI BE00TBMO),
      *    GIORNO DOPO E PRIMO DEL MESE PER IL RIEPILOGO MENSILE
      *----------------------------------------------------------------*
       01  RZ-DATA-ISO                   PIC  X(10)  VALUE SPACE.
       01  RZ-DOMANI-ISO                 PIC  X(10)  VALUE SPACE.
       01  RZ-INIZIO-MESE-ISO            PIC  X(10)  VALUE SPACE.
       01  RZ-DATA-RIF                   PIC  X(08)  VALUE SPACE.
       01  RZ-DOMANI                     PIC  X(08)  VALUE SPACE.
       01  RZ-INIZIO-MESE                PIC  X(08)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    CUTOFF DI RICEZIONE E TASSO ANNUO DEGLI INTERESSI (IN %)
      *----------------------------------------------------------------*
       01  RZ-ORA-CUTOFF                 PIC  9(06)  VALUE ZERO.
       01  RZ-TASSO                      PIC  9(02)V9(04) VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    MOVIMENTO IN LAVORAZIONE
      *----------------------------------------------------------------*
       01  RZ-NUM-DIST                   PIC S9(10)  COMP-3 VALUE ZERO.
       01  RZ-NUM-MOV                    PIC S9(10)  COMP-3 VALUE ZERO.
       01  RZ-CRO                        PIC  X(35)  VALUE SPACE.
       01  RZ-FILIALE                    PIC  X(05)  VALUE SPACE.
       01  RZ-IMPORTO                    PIC S9(18)  COMP-3 VALUE ZERO.
       01  RZ-TM-ORD                     PIC  X(06)  VALUE SPACE.
       01  RZ-TM-ORD-N REDEFINES RZ-TM-ORD
                                         PIC  9(06).
       01  RZ-DT-AC-MV                   PIC  X(08)  VALUE SPACE.
       01  RZ-DT-REG                     PIC  X(08)  VALUE SPACE.
       01  RZ-DT-VAL-BK                  PIC  X(08)  VALUE SPACE.
       01  RZ-DT-AUT                     PIC  X(08)  VALUE SPACE.
       01  RZ-RILASCIATO                 PIC  X(01)  VALUE SPACE.
      *
       01  RZ-DATA-RIC                   PIC  X(08)  VALUE SPACE.
       01  RZ-DATA-SCAD                  PIC  X(08)  VALUE SPACE.
       01  RZ-VALUTA                     PIC  X(08)  VALUE SPACE.
       01  RZ-VAL-CORR                   PIC  X(08)  VALUE SPACE.
       01  RZ-CAUSA                      PIC  X(03)  VALUE SPACE.
       01  RZ-STATO                      PIC  X(01)  VALUE SPACE.
       01  RZ-GG-RITARDO                 PIC S9(05)  COMP-3 VALUE ZERO.
       01  RZ-GG-VALUTA                  PIC S9(05)  COMP-3 VALUE ZERO.
       01  RZ-INTERESSI                  PIC S9(15)  COMP-3 VALUE ZERO.
       01  RZ-CONTA                      PIC S9(09)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    AREE DI CALCOLO SULLE DATE: RZ-DATA-W E' LA DATA DA FAR
      *    AVANZARE, RZ-DATA-A / RZ-DATA-B LE DATE DA SOTTRARRE
      *----------------------------------------------------------------*
       01  RZ-DATA-W                     PIC  X(08)  VALUE SPACE.
       01  RZ-DATA-W-ISO                 PIC  X(10)  VALUE SPACE.
       01  RZ-DATA-A                     PIC  X(08)  VALUE SPACE.
       01  RZ-DATA-B                     PIC  X(08)  VALUE SPACE.
       01  RZ-GIORNI                     PIC S9(05)  COMP-3 VALUE ZERO.
      *
      *    AREA DI CHIAMATA DEL CONTROLLO CALENDARIO BE300K1
       01  RZ-K301-AREA.
           02  RZ-K301-DATA-VAL          PIC  9(08).
           02  RZ-K301-ESITO             PIC  X(01).
           02  RZ-K301-DATA-PROPOSTA     PIC  9(08).
      *
      *----------------------------------------------------------------*
      *    TOTALI DELLA NOTTE
      *----------------------------------------------------------------*
       01  RZ-TOT-ESAMINATI              PIC S9(07)  COMP-3 VALUE ZERO.
       01  RZ-TOT-RITARDI                PIC S9(07)  COMP-3 VALUE ZERO.
       01  RZ-TOT-PROPOSTE               PIC S9(07)  COMP-3 VALUE ZERO.
       01  RZ-TOT-GIA                    PIC S9(07)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    RIEPILOGO MENSILE PER CAUSA
      *----------------------------------------------------------------*
       01  RZ-M-CAUSA                    PIC  X(03)  VALUE SPACE.
       01  RZ-M-NUM                      PIC S9(07)  COMP-3 VALUE ZERO.
       01  RZ-M-IMPORTO                  PIC S9(18)  COMP-3 VALUE ZERO.
       01  RZ-M-GG-TOT                   PIC S9(09)  COMP-3 VALUE ZERO.
       01  RZ-M-GG-MAX                   PIC S9(05)  COMP-3 VALUE ZERO.
       01  RZ-M-INTERESSI                PIC S9(15)  COMP-3 VALUE ZERO.
       01  RZ-M-ATTESA                   PIC S9(07)  COMP-3 VALUE ZERO.
       01  RZ-M-APPROVATE                PIC S9(07)  COMP-3 VALUE ZERO.
       01  RZ-M-RIFIUTATE                PIC S9(07)  COMP-3 VALUE ZERO.
       01  RZ-M-NON-DOVUTE               PIC S9(07)  COMP-3 VALUE ZERO.
       01  RZ-M-MEDIA                    PIC S9(03)V9 COMP-3 VALUE ZERO.
       01  RZ-M-USCITE                   PIC S9(09)  COMP-3 VALUE ZERO.
       01  RZ-M-TOT-RITARDI              PIC S9(09)  COMP-3 VALUE ZERO.
       01  RZ-M-QUOTA                    PIC S9(03)V99 COMP-3
                                                     VALUE ZERO.
      *
       01  RZ-TAB-CAUSE-VAL.
           02  FILLER                    PIC  X(35)  VALUE
               'HLDFERMO DI TESORERIA SU MASSIMALE '.
           02  FILLER                    PIC  X(35)  VALUE
               'AUTAUTORIZZAZIONE DOPO LA RICEZIONE'.
           02  FILLER                    PIC  X(35)  VALUE
               'REGREGOLAMENTO TARDIVO SUL CANALE  '.
           02  FILLER                    PIC  X(35)  VALUE
               'VALVALUTA BANCA OLTRE LA SCADENZA  '.
       01  RZ-TAB-CAUSE REDEFINES RZ-TAB-CAUSE-VAL.
           02  RZ-CAUSA-EL OCCURS 4.
               03  RZ-CAUSA-COD          PIC  X(03).
               03  RZ-CAUSA-DESCR        PIC  X(32).
       01  RZ-IX-CAUSA                   PIC S9(04)  COMP VALUE ZERO.
      *
       01  SW-FINE-USC                   PIC  X(01)  VALUE 'N'.
           88  FINE-USC                              VALUE 'S'.
       01  SW-FINE-MESE                  PIC  X(01)  VALUE 'N'.
           88  FINE-MESE                             VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    RIGHE DEL REPORT NOTTURNO
      *----------------------------------------------------------------*
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(48)  VALUE
               'BONIFICI IN USCITA ESEGUITI OLTRE D+1 (PSD2) - '.
           02  FILLER                    PIC  X(12)  VALUE
               'REGOLATI IL '.
           02  W-T1-DATA                 PIC  X(08).
           02  FILLER                    PIC  X(16)  VALUE
               ' - CUTOFF ORE '.
           02  W-T1-CUTOFF               PIC  99.99.99.
           02  FILLER                    PIC  X(14)  VALUE
               ' - TASSO % '.
           02  W-T1-TASSO                PIC  Z9,9999.
           02  FILLER                    PIC  X(19)  VALUE SPACE.
      *
       01  W-RIGA-INTEST.
           02  FILLER                    PIC  X(44)  VALUE
               '  DISTINTA  MOVIMENTO FILIA            IMPOR'.
           02  FILLER                    PIC  X(44)  VALUE
               'TO RICEZION SCADENZA REGOLAM. VAL.BANC CAU R'.
           02  FILLER                    PIC  X(44)  VALUE
               'IT VAL VAL.CORR     INTERESSI NOTA          '.
      *
       01  W-RIGA-DETT.
           02  W-DET-DIST                PIC  Z(09)9.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-MOV                 PIC  Z(09)9.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-FILIALE             PIC  X(05).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-IMPORTO             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-RIC                 PIC  X(08).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-SCAD                PIC  X(08).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-REG                 PIC  X(08).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-VALBK               PIC  X(08).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-CAUSA               PIC  X(03).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-GG-RIT              PIC  ZZ9.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-GG-VAL              PIC  ZZ9.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-VAL-CORR            PIC  X(08).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-INTERESSI           PIC  ZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-NOTA                PIC  X(14).
      *
       01  W-RIGA-TOTALI.
           02  FILLER                    PIC  X(20)  VALUE
               'ESAMINATI:'.
           02  W-TOT-ESAMINATI           PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(14)  VALUE
               '  IN RITARDO:'.
           02  W-TOT-RITARDI             PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  NUOVE PROPOSTE:'.
           02  W-TOT-PROPOSTE            PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(22)  VALUE
               '  GIA'' REGISTRATI:'.
           02  W-TOT-GIA                 PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE SPACE.
      *
       01  W-RIGA-NO-TASSO               PIC  X(132) VALUE
           '   TASSO NON INDICATO IN PARBEPSD: INTERESSI A ZERO'.
      *
      *----------------------------------------------------------------*
      *    RIGHE DEL RIEPILOGO MENSILE PER LA COMPLIANCE
      *----------------------------------------------------------------*
       01  W-RIGA-M-TESTATA.
           02  FILLER                    PIC  X(48)  VALUE
               'ESECUZIONI TARDIVE PSD2 PER CAUSA, REGOLATI DAL '.
           02  W-MT-DA                   PIC  X(08).
           02  FILLER                    PIC  X(04)  VALUE ' AL '.
           02  W-MT-A                    PIC  X(08).
           02  FILLER                    PIC  X(11)  VALUE
               ' (ESCLUSO)'.
           02  FILLER                    PIC  X(53)  VALUE SPACE.
      *
       01  W-RIGA-M-INTEST.
           02  FILLER                    PIC  X(44)  VALUE
               'CAU  DESCRIZIONE CAUSA                 NUMER'.
           02  FILLER                    PIC  X(44)  VALUE
               'O      IMPORTO TOTALE  MEDIA  MAX      INTER'.
           02  FILLER                    PIC  X(44)  VALUE
               'ESSI  ATTESA   APPR.   RIFIU  NODOVU        '.
      *
       01  W-RIGA-M-DETT.
           02  W-MD-CAUSA                PIC  X(03).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-MD-DESCR                PIC  X(32).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-MD-NUM                  PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-MD-IMPORTO              PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-MD-MEDIA                PIC  ZZ9,9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-MD-MAX                  PIC  ZZ9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-MD-INTERESSI            PIC  ZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-MD-ATTESA               PIC  ZZ.ZZ9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-MD-APPROVATE            PIC  ZZ.ZZ9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-MD-RIFIUTATE            PIC  ZZ.ZZ9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-MD-NON-DOVUTE           PIC  ZZ.ZZ9.
           02  FILLER                    PIC  X(08)  VALUE SPACE.
      *
       01  W-RIGA-M-TOTALI.
           02  FILLER                    PIC  X(36)  VALUE
               'BONIFICI IN USCITA REGOLATI NEL MESE'.
           02  W-MT-USCITE               PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(14)  VALUE
               ' - IN RITARDO '.
           02  W-MT-RITARDI              PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(08)  VALUE
               ' - QUOTA'.
           02  W-MT-QUOTA                PIC  ZZ9,99.
           02  FILLER                    PIC  X(02)  VALUE ' %'.
           02  FILLER                    PIC  X(44)  VALUE SPACE.
      *
       01  W-RIGA-M-NESSUNO              PIC  X(132) VALUE
           '   NESSUNA ESECUZIONE TARDIVA NEL MESE'.
      *
      *----------------------------------------------------------------*
      *    BONIFICI IN USCITA REGOLATI NEL GIORNO DI RIFERIMENTO;
      *    COME DATA DI AUTORIZZAZIONE VALE L'ULTIMA FIRMA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-USC CURSOR FOR
               SELECT  NUM_DIST, NUM_MOV, CRO_OPE, OPE_FIL_COM_A,
                       IMPORTO, OPE_TM_ORD_MV, OPE_DT_AC_MV,
                       OPE_DT_REG, OPE_DT_VAL_BK,
                       CASE WHEN OPE_DT_AU_2 <> ' '
                            THEN OPE_DT_AU_2
                            ELSE OPE_DT_AU_1
                       END,
                       CASE WHEN COALESCE(OPE_UTE_RILAS, ' ') <> ' '
                            THEN 'S'
                            ELSE 'N'
                       END
                 FROM  BE00TBMO
                WHERE  SEGNO_OPER   = 'D'
                  AND  OPE_DT_REG   = :RZ-DATA-RIF
                  AND  OPE_DT_AC_MV <> ' '
                ORDER BY NUM_DIST, NUM_MOV
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    ESECUZIONI TARDIVE DEL MESE PER CAUSA, CON GLI ESITI
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-MESE CURSOR FOR
               SELECT  RIT_CAUSA, COUNT(*), SUM(RIT_IMPORTO),
                       SUM(RIT_GG_RITARDO), MAX(RIT_GG_RITARDO),
                       SUM(RIT_INTERESSI),
                       SUM(CASE WHEN RIT_STATO = 'P'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN RIT_STATO IN ('V', 'I')
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN RIT_STATO = 'X'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN RIT_STATO = 'N'
                                THEN 1 ELSE 0 END)
                 FROM  T_BE_PSD2_RITARDI
                WHERE  RIT_DATA_REG >= :RZ-INIZIO-MESE
                  AND  RIT_DATA_REG <  :RZ-DOMANI
                GROUP BY RIT_CAUSA
                ORDER BY RIT_CAUSA
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           EXEC SQL OPEN CURS-USC END-EXEC
           PERFORM 2000-UN-BONIFICO      THRU 2000-UN-BONIFICO-X
                   UNTIL FINE-USC
           EXEC SQL CLOSE CURS-USC END-EXEC
           PERFORM 3000-FINALIZZA        THRU 3000-FINALIZZA-X
      *    RIEPILOGO PER LA COMPLIANCE QUANDO IL GIORNO CHIUDE IL MESE
           IF  RZ-DOMANI(7:2) = '01'
           THEN
               PERFORM 4000-MENSILE      THRU 4000-MENSILE-X
           END-IF
           STOP RUN.
      *
      *----------------------------------------------------------------*
      *    1000-INIZIALIZZA: GIORNO DI RIFERIMENTO E TASSO DA PARBEPSD
      *    (IN MANCANZA IERI E NESSUN INTERESSE), CUTOFF DEL FLUSSO
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN OUTPUT RPT-BE300-PSD
           EXEC SQL
                VALUES CHAR(CURRENT DATE - 1 DAY, ISO)
                  INTO :RZ-DATA-ISO
           END-EXEC
           OPEN INPUT  PAR-FILE
           READ PAR-FILE
             AT END
                  MOVE SPACE             TO PAR-RECORD
           END-READ
           CLOSE PAR-FILE
           IF  PAR-DATA-RIF IS NUMERIC
           THEN
               STRING PAR-DATA-RIF(1:4) '-' PAR-DATA-RIF(5:2) '-'
                      PAR-DATA-RIF(7:2)
                      DELIMITED BY SIZE  INTO RZ-DATA-ISO
               END-STRING
           END-IF
           IF  PAR-TASSO IS NUMERIC
           THEN
               MOVE PAR-TASSO-N          TO RZ-TASSO
           END-IF
           EXEC SQL
                VALUES (CHAR(DATE(:RZ-DATA-ISO) + 1 DAY, ISO),
                        CHAR(DATE(:RZ-DATA-ISO)
                             - (DAY(DATE(:RZ-DATA-ISO)) - 1) DAYS,
                             ISO))
                  INTO :RZ-DOMANI-ISO, :RZ-INIZIO-MESE-ISO
           END-EXEC
           MOVE RZ-DATA-ISO(1:4)         TO RZ-DATA-RIF(1:4)
           MOVE RZ-DATA-ISO(6:2)         TO RZ-DATA-RIF(5:2)
           MOVE RZ-DATA-ISO(9:2)         TO RZ-DATA-RIF(7:2)
           MOVE RZ-DOMANI-ISO(1:4)       TO RZ-DOMANI(1:4)
           MOVE RZ-DOMANI-ISO(6:2)       TO RZ-DOMANI(5:2)
           MOVE RZ-DOMANI-ISO(9:2)       TO RZ-DOMANI(7:2)
           MOVE RZ-INIZIO-MESE-ISO(1:4)  TO RZ-INIZIO-MESE(1:4)
           MOVE RZ-INIZIO-MESE-ISO(6:2)  TO RZ-INIZIO-MESE(5:2)
           MOVE RZ-INIZIO-MESE-ISO(9:2)  TO RZ-INIZIO-MESE(7:2)
      *
           EXEC SQL SELECT CUT_ORA_LIMITE
                      INTO :RZ-ORA-CUTOFF
                      FROM T_BE_CUTOFF
                     WHERE CUT_TIPO_FLUSSO = 'SCT'
           END-EXEC
           IF  SQLCODE NOT = ZERO OR RZ-ORA-CUTOFF = ZERO
           THEN
               MOVE 160000               TO RZ-ORA-CUTOFF
           END-IF
      *
           MOVE RZ-DATA-RIF              TO W-T1-DATA
           MOVE RZ-ORA-CUTOFF            TO W-T1-CUTOFF
           MOVE RZ-TASSO                 TO W-T1-TASSO
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           IF  RZ-TASSO = ZERO
           THEN
               MOVE W-RIGA-NO-TASSO      TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST            TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-UN-BONIFICO: RICEZIONE, SCADENZA D+1, CAUSA DEL
      *    RITARDO E PROPOSTA DI INDENNIZZO
      *----------------------------------------------------------------*
       2000-UN-BONIFICO.
           EXEC SQL FETCH CURS-USC
                    INTO :RZ-NUM-DIST, :RZ-NUM-MOV, :RZ-CRO,
                         :RZ-FILIALE, :RZ-IMPORTO, :RZ-TM-ORD,
                         :RZ-DT-AC-MV, :RZ-DT-REG, :RZ-DT-VAL-BK,
                         :RZ-DT-AUT, :RZ-RILASCIATO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-USC              TO TRUE
               GO TO 2000-UN-BONIFICO-X
           END-IF
           ADD 1                         TO RZ-TOT-ESAMINATI
      *
      *    RICEZIONE: OLTRE IL CUTOFF VALE IL GIORNO DOPO, E IN OGNI
      *    CASO LA PRIMA GIORNATA TARGET2 UTILE
           MOVE RZ-DT-AC-MV              TO RZ-DATA-W
           IF  RZ-TM-ORD IS NUMERIC
           AND RZ-TM-ORD-N > RZ-ORA-CUTOFF
           THEN
               PERFORM 2600-GIORNO-DOPO  THRU 2600-GIORNO-DOPO-X
           END-IF
           PERFORM 2500-LAVORATIVO       THRU 2500-LAVORATIVO-X
           MOVE RZ-DATA-W                TO RZ-DATA-RIC
      *    SCADENZA: LA GIORNATA TARGET2 SUCCESSIVA ALLA RICEZIONE
           PERFORM 2600-GIORNO-DOPO      THRU 2600-GIORNO-DOPO-X
           PERFORM 2500-LAVORATIVO       THRU 2500-LAVORATIVO-X
           MOVE RZ-DATA-W                TO RZ-DATA-SCAD
      *
           MOVE RZ-DT-VAL-BK             TO RZ-VALUTA
           IF  RZ-VALUTA = SPACE
           THEN
               MOVE RZ-DT-REG            TO RZ-VALUTA
           END-IF
           IF  RZ-DT-REG NOT > RZ-DATA-SCAD
           AND RZ-VALUTA NOT > RZ-DATA-SCAD
           THEN
               GO TO 2000-UN-BONIFICO-X
           END-IF
           ADD 1                         TO RZ-TOT-RITARDI
      *
           EVALUATE TRUE
             WHEN RZ-DT-REG NOT > RZ-DATA-SCAD
                  MOVE 'VAL'             TO RZ-CAUSA
             WHEN RZ-RILASCIATO = 'S'
                  MOVE 'HLD'             TO RZ-CAUSA
             WHEN RZ-DT-AUT > RZ-DATA-RIC
                  MOVE 'AUT'             TO RZ-CAUSA
             WHEN OTHER
                  MOVE 'REG'             TO RZ-CAUSA
           END-EVALUATE
      *
           MOVE RZ-DT-REG                TO RZ-DATA-A
           MOVE RZ-DATA-SCAD             TO RZ-DATA-B
           PERFORM 2700-DIFF-GIORNI      THRU 2700-DIFF-GIORNI-X
           MOVE RZ-GIORNI                TO RZ-GG-RITARDO
           MOVE RZ-VALUTA                TO RZ-DATA-A
           PERFORM 2700-DIFF-GIORNI      THRU 2700-DIFF-GIORNI-X
           MOVE RZ-GIORNI                TO RZ-GG-VALUTA
      *
      *    INDENNIZZO SOLO SE LA VALUTA DATA ALLA BANCA DEL
      *    BENEFICIARIO E' OLTRE LA SCADENZA: RETTIFICA ALLA SCADENZA
      *    O, IN ALTERNATIVA, INTERESSI SUI GIORNI DI VALUTA PERSI
           IF  RZ-GG-VALUTA > ZERO
           THEN
               MOVE 'P'                  TO RZ-STATO
               MOVE RZ-DATA-SCAD         TO RZ-VAL-CORR
               COMPUTE RZ-INTERESSI ROUNDED =
                       RZ-IMPORTO * RZ-TASSO * RZ-GG-VALUTA / 36500
           ELSE
               MOVE 'N'                  TO RZ-STATO
               MOVE SPACE                TO RZ-VAL-CORR
               MOVE ZERO                 TO RZ-INTERESSI
           END-IF
      *
           PERFORM 2100-REGISTRA         THRU 2100-REGISTRA-X
      *
           MOVE RZ-NUM-DIST              TO W-DET-DIST
           MOVE RZ-NUM-MOV               TO W-DET-MOV
           MOVE RZ-FILIALE               TO W-DET-FILIALE
           COMPUTE W-DET-IMPORTO = RZ-IMPORTO / 100
           MOVE RZ-DATA-RIC              TO W-DET-RIC
           MOVE RZ-DATA-SCAD             TO W-DET-SCAD
           MOVE RZ-DT-REG                TO W-DET-REG
           MOVE RZ-VALUTA                TO W-DET-VALBK
           MOVE RZ-CAUSA                 TO W-DET-CAUSA
           MOVE RZ-GG-RITARDO            TO W-DET-GG-RIT
           MOVE RZ-GG-VALUTA             TO W-DET-GG-VAL
           MOVE RZ-VAL-CORR              TO W-DET-VAL-CORR
           COMPUTE W-DET-INTERESSI = RZ-INTERESSI / 100
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2000-UN-BONIFICO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-REGISTRA: UNA RIGA PER MOVIMENTO; SE LA CORSA VIENE
      *    RIPETUTA IL MOVIMENTO GIA' REGISTRATO NON SI TOCCA
      *----------------------------------------------------------------*
       2100-REGISTRA.
           MOVE ZERO                     TO RZ-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :RZ-CONTA
                      FROM T_BE_PSD2_RITARDI
                     WHERE RIT_NUM_DIST = :RZ-NUM-DIST
                       AND RIT_NUM_MOV  = :RZ-NUM-MOV
           END-EXEC
           IF  SQLCODE = ZERO AND RZ-CONTA > ZERO
           THEN
               ADD 1                     TO RZ-TOT-GIA
               MOVE 'GIA'' REGISTRATO'   TO W-DET-NOTA
               GO TO 2100-REGISTRA-X
           END-IF
      *
           EXEC SQL INSERT INTO T_BE_PSD2_RITARDI
                           (RIT_NUM_DIST
                           ,RIT_NUM_MOV
                           ,RIT_CRO
                           ,RIT_FIL_COM
                           ,RIT_IMPORTO
                           ,RIT_DATA_RIC
                           ,RIT_DATA_SCAD
                           ,RIT_DATA_REG
                           ,RIT_VAL_BK
                           ,RIT_CAUSA
                           ,RIT_GG_RITARDO
                           ,RIT_GG_VALUTA
                           ,RIT_VAL_CORR
                           ,RIT_TASSO
                           ,RIT_INTERESSI
                           ,RIT_STATO
                           ,RIT_DATA_INS)
                    VALUES (:RZ-NUM-DIST
                           ,:RZ-NUM-MOV
                           ,:RZ-CRO
                           ,:RZ-FILIALE
                           ,:RZ-IMPORTO
                           ,:RZ-DATA-RIC
                           ,:RZ-DATA-SCAD
                           ,:RZ-DT-REG
                           ,:RZ-VALUTA
                           ,:RZ-CAUSA
                           ,:RZ-GG-RITARDO
                           ,:RZ-GG-VALUTA
                           ,:RZ-VAL-CORR
                           ,:RZ-TASSO
                           ,:RZ-INTERESSI
                           ,:RZ-STATO
                           ,CURRENT TIMESTAMP)
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 'ERRORE INSERT'      TO W-DET-NOTA
               GO TO 2100-REGISTRA-X
           END-IF
           IF  RZ-STATO = 'P'
           THEN
               ADD 1                     TO RZ-TOT-PROPOSTE
               MOVE 'DA APPROVARE'       TO W-DET-NOTA
           ELSE
               MOVE 'NULLA DOVUTO'       TO W-DET-NOTA
           END-IF.
      *----------------------------------------------------------------*
       2100-REGISTRA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2500-LAVORATIVO: RZ-DATA-W DIVENTA LA PRIMA GIORNATA TARGET2
      *    UTILE (SE STESSA SE GIA' LAVORATIVA) SECONDO BE300K1
      *----------------------------------------------------------------*
       2500-LAVORATIVO.
           MOVE RZ-DATA-W                TO RZ-K301-DATA-VAL
           MOVE SPACE                    TO RZ-K301-ESITO
           MOVE ZERO                     TO RZ-K301-DATA-PROPOSTA
           CALL 'BE300K1'             USING RZ-K301-AREA
           IF  RZ-K301-DATA-PROPOSTA > ZERO
           THEN
               MOVE RZ-K301-DATA-PROPOSTA TO RZ-DATA-W
           END-IF.
      *----------------------------------------------------------------*
       2500-LAVORATIVO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2600-GIORNO-DOPO: RZ-DATA-W AVANZA DI UN GIORNO DI
      *    CALENDARIO
      *----------------------------------------------------------------*
       2600-GIORNO-DOPO.
           STRING RZ-DATA-W(1:4) '-' RZ-DATA-W(5:2) '-'
                  RZ-DATA-W(7:2)
                  DELIMITED BY SIZE      INTO RZ-DATA-W-ISO
           END-STRING
           EXEC SQL
                VALUES CHAR(DATE(:RZ-DATA-W-ISO) + 1 DAY, ISO)
                  INTO :RZ-DATA-W-ISO
           END-EXEC
           MOVE RZ-DATA-W-ISO(1:4)       TO RZ-DATA-W(1:4)
           MOVE RZ-DATA-W-ISO(6:2)       TO RZ-DATA-W(5:2)
           MOVE RZ-DATA-W-ISO(9:2)       TO RZ-DATA-W(7:2).
      *----------------------------------------------------------------*
       2600-GIORNO-DOPO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2700-DIFF-GIORNI: GIORNI DI CALENDARIO DA RZ-DATA-B A
      *    RZ-DATA-A, A ZERO SE NEGATIVI
      *----------------------------------------------------------------*
       2700-DIFF-GIORNI.
           MOVE ZERO                     TO RZ-GIORNI
           EXEC SQL
                VALUES DAYS(DATE(TIMESTAMP_FORMAT(:RZ-DATA-A,
                                                  'YYYYMMDD')))
                     - DAYS(DATE(TIMESTAMP_FORMAT(:RZ-DATA-B,
                                                  'YYYYMMDD')))
                  INTO :RZ-GIORNI
           END-EXEC
           IF  SQLCODE NOT = ZERO OR RZ-GIORNI < ZERO
           THEN
               MOVE ZERO                 TO RZ-GIORNI
           END-IF.
      *----------------------------------------------------------------*
       2700-DIFF-GIORNI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-FINALIZZA.
           EXEC SQL COMMIT END-EXEC
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RZ-TOT-ESAMINATI         TO W-TOT-ESAMINATI
           MOVE RZ-TOT-RITARDI           TO W-TOT-RITARDI
           MOVE RZ-TOT-PROPOSTE          TO W-TOT-PROPOSTE
           MOVE RZ-TOT-GIA               TO W-TOT-GIA
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RPT-BE300-PSD.
      *----------------------------------------------------------------*
       3000-FINALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-MENSILE: UNA RIGA PER CAUSA SUI REGOLATI DEL MESE, CON
      *    LO STATO DEGLI INDENNIZZI, E LA QUOTA SUL TOTALE USCITE
      *----------------------------------------------------------------*
       4000-MENSILE.
           OPEN OUTPUT RPT-BE300-PSM
           MOVE RZ-INIZIO-MESE           TO W-MT-DA
           MOVE RZ-DOMANI                TO W-MT-A
           MOVE W-RIGA-M-TESTATA         TO RPM-RIGA
           WRITE RPM-RIGA
           MOVE SPACE                    TO RPM-RIGA
           WRITE RPM-RIGA
           MOVE W-RIGA-M-INTEST          TO RPM-RIGA
           WRITE RPM-RIGA
           MOVE ZERO                     TO RZ-M-TOT-RITARDI
           MOVE 'N'                      TO SW-FINE-MESE
           EXEC SQL OPEN CURS-MESE END-EXEC
           PERFORM 4100-UNA-CAUSA        THRU 4100-UNA-CAUSA-X
                   UNTIL FINE-MESE
           EXEC SQL CLOSE CURS-MESE END-EXEC
           IF  RZ-M-TOT-RITARDI = ZERO
           THEN
               MOVE W-RIGA-M-NESSUNO     TO RPM-RIGA
               WRITE RPM-RIGA
           END-IF
      *
           MOVE ZERO                     TO RZ-M-USCITE
           EXEC SQL SELECT COUNT(*)
                      INTO :RZ-M-USCITE
                      FROM BE00TBMO
                     WHERE SEGNO_OPER   = 'D'
                       AND OPE_DT_REG  >= :RZ-INIZIO-MESE
                       AND OPE_DT_REG  <  :RZ-DOMANI
                       AND OPE_DT_AC_MV <> ' '
           END-EXEC
           MOVE ZERO                     TO RZ-M-QUOTA
           IF  SQLCODE = ZERO AND RZ-M-USCITE > ZERO
           THEN
               COMPUTE RZ-M-QUOTA ROUNDED =
                       RZ-M-TOT-RITARDI * 100 / RZ-M-USCITE
           END-IF
           MOVE SPACE                    TO RPM-RIGA
           WRITE RPM-RIGA
           MOVE RZ-M-USCITE              TO W-MT-USCITE
           MOVE RZ-M-TOT-RITARDI         TO W-MT-RITARDI
           MOVE RZ-M-QUOTA               TO W-MT-QUOTA
           MOVE W-RIGA-M-TOTALI          TO RPM-RIGA
           WRITE RPM-RIGA
           CLOSE RPT-BE300-PSM.
      *----------------------------------------------------------------*
       4000-MENSILE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4100-UNA-CAUSA.
           EXEC SQL FETCH CURS-MESE
                    INTO :RZ-M-CAUSA, :RZ-M-NUM, :RZ-M-IMPORTO,
                         :RZ-M-GG-TOT, :RZ-M-GG-MAX,
                         :RZ-M-INTERESSI, :RZ-M-ATTESA,
                         :RZ-M-APPROVATE, :RZ-M-RIFIUTATE,
                         :RZ-M-NON-DOVUTE
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-MESE             TO TRUE
               GO TO 4100-UNA-CAUSA-X
           END-IF
           ADD RZ-M-NUM                  TO RZ-M-TOT-RITARDI
           MOVE SPACE                    TO W-MD-DESCR
           MOVE 1                        TO RZ-IX-CAUSA
           PERFORM 4200-DESCR-CAUSA      THRU 4200-DESCR-CAUSA-X
                   UNTIL RZ-IX-CAUSA > 4
           COMPUTE RZ-M-MEDIA ROUNDED = RZ-M-GG-TOT / RZ-M-NUM
           MOVE RZ-M-CAUSA               TO W-MD-CAUSA
           MOVE RZ-M-NUM                 TO W-MD-NUM
           COMPUTE W-MD-IMPORTO = RZ-M-IMPORTO / 100
           MOVE RZ-M-MEDIA               TO W-MD-MEDIA
           MOVE RZ-M-GG-MAX              TO W-MD-MAX
           COMPUTE W-MD-INTERESSI = RZ-M-INTERESSI / 100
           MOVE RZ-M-ATTESA              TO W-MD-ATTESA
           MOVE RZ-M-APPROVATE           TO W-MD-APPROVATE
           MOVE RZ-M-RIFIUTATE           TO W-MD-RIFIUTATE
           MOVE RZ-M-NON-DOVUTE          TO W-MD-NON-DOVUTE
           MOVE W-RIGA-M-DETT            TO RPM-RIGA
           WRITE RPM-RIGA.
      *----------------------------------------------------------------*
       4100-UNA-CAUSA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4200-DESCR-CAUSA.
           IF  RZ-CAUSA-COD(RZ-IX-CAUSA) = RZ-M-CAUSA
           THEN
               MOVE RZ-CAUSA-DESCR(RZ-IX-CAUSA) TO W-MD-DESCR
           END-IF
           ADD 1                         TO RZ-IX-CAUSA.
      *----------------------------------------------------------------*
       4200-DESCR-CAUSA-X.
           EXIT.
      *
      ********************** EOM BE300RZ ********************************
