      ******************************************************************
      *                        BE300RY                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - REPORTISTICA BATCH          *
      *  DESCRIZIONE  : STATISTICA DEI TEMPI DI LAVORAZIONE DEI        *
      *                 BONIFICI, FASE PER FASE, DAI CAMPI GIA'        *
      *                 PRESENTI SU BE00TBMO:                          *
      *                  1 ACQUISIZIONE (OPE_AQ_DT) -> PRIMA           *
      *                    AUTORIZZAZIONE (OPE_DT_AU_1), IN GIORNI     *
      *                  2 PRIMA -> SECONDA AUTORIZZAZIONE             *
      *                    (OPE_DT/TM_AU_1 -> OPE_DT/TM_AU_2), MINUTI  *
      *                  3 ULTIMA AUTORIZZAZIONE (O ACQUISIZIONE SE    *
      *                    NON AUTORIZZATO) -> ESECUZIONE (OPE_EV_DT), *
      *                    IN GIORNI                                   *
      *                  4 ACQUISIZIONE -> ESECUZIONE, IN GIORNI       *
      *                 ACQUISIZIONE ED ESECUZIONE HANNO SOLO LA DATA, *
      *                 PER CUI LE FASI CHE LE TOCCANO SI MISURANO IN  *
      *                 GIORNI DI CALENDARIO (0 = IN GIORNATA).        *
      *                 OGNI FASE CONTA NEL PERIODO IN CUI SI CHIUDE.  *
      *                 PER CANALE E TIPO ALIMENTAZIONE, PER FLAG DI   *
      *                 URGENZA E PER FILIALE DI COMPETENZA            *
      *                 (OPE_FIL_COM_A): NUMERO, MEDIA, PERCENTILI 50, *
      *                 90 E 95, MASSIMO E QUOTA ENTRO SOGLIA (IN      *
      *                 GIORNATA PER LE FASI IN GIORNI, ENTRO 60       *
      *                 MINUTI PER LA DOPPIA AUTORIZZAZIONE).          *
      *                 I PERCENTILI SONO ESATTI: PER OGNI GRUPPO SI   *
      *                 SCORRONO I TEMPI IN ORDINE CRESCENTE E SI      *
      *                 PRENDE IL VALORE DI RANGO P * N / 100          *
      *                 ARROTONDATO IN ECCESSO.                        *
      *                 OGNI CORSA STAMPA IL GIORNO DI RIFERIMENTO     *
      *                 (IERI, O LA DATA IN PARBELAT) E, SE E'         *
      *                 L'ULTIMO DEL MESE, ANCHE IL MESE INTERO        *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : PARBELAT (DATA AAAAMMGG), BE00TBMO (DB2)       *
      *  OUTPUT       : REPORT SU RPT-BE300-LAT                        *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - STATISTICA DEI TEMPI DI LAVORAZIONE  *
      *           PER FASE CON PERCENTILI PER CANALE, URGENZA, FILIALE *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300RY.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT PAR-FILE          ASSIGN  TO  PARBELAT
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-BE300-LAT     ASSIGN  TO  RPTBELAT
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  PAR-FILE
           RECORDING MODE IS F.
       01  PAR-RECORD.
           02  PAR-DATA-RIF             PIC  X(08).
           02  FILLER                   PIC  X(72).
      *
       FD  RPT-BE300-LAT
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *----------------------------------------------------------------*
      *    GIORNO DI RIFERIMENTO E PERIODO IN ELABORAZIONE (AAAAMMGG,
      *    DAL COMPRESO AL ESCLUSO, COME I CAMPI DATA DI BE00TBMO)
      *----------------------------------------------------------------*
       01  RY-DATA-ISO                   PIC  X(10)  VALUE SPACE.
       01  RY-DOMANI-ISO                 PIC  X(10)  VALUE SPACE.
       01  RY-INIZIO-MESE-ISO            PIC  X(10)  VALUE SPACE.
       01  RY-DATA-RIF                   PIC  X(08)  VALUE SPACE.
       01  RY-DOMANI                     PIC  X(08)  VALUE SPACE.
       01  RY-INIZIO-MESE                PIC  X(08)  VALUE SPACE.
       01  RY-DA                         PIC  X(08)  VALUE SPACE.
       01  RY-A                          PIC  X(08)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    DIMENSIONE ('C' CANALE, 'U' URGENZA, 'F' FILIALE), FASE
      *    ('1'-'4') E SOGLIA DELLA FASE
      *----------------------------------------------------------------*
       01  RY-DIM                        PIC  X(01)  VALUE SPACE.
       01  RY-FASE                       PIC  X(01)  VALUE SPACE.
       01  RY-SOGLIA                     PIC S9(09)  COMP-3 VALUE ZERO.
       01  RY-IX-DIM                     PIC S9(04)  COMP VALUE ZERO.
       01  RY-IX-FASE                    PIC S9(04)  COMP VALUE ZERO.
      *
       01  RY-TAB-DIM-VAL.
           02  FILLER                    PIC  X(21)  VALUE
               'CCANALE/ALIMENTAZIONE'.
           02  FILLER                    PIC  X(21)  VALUE
               'UFLAG URGENZA        '.
           02  FILLER                    PIC  X(21)  VALUE
               'FFILIALE COMPETENZA  '.
       01  RY-TAB-DIM REDEFINES RY-TAB-DIM-VAL.
           02  RY-DIM-EL OCCURS 3.
               03  RY-DIM-COD            PIC  X(01).
               03  RY-DIM-DESCR          PIC  X(20).
      *
       01  RY-TAB-FASE-VAL.
           02  FILLER                    PIC  X(44)  VALUE
               '1GGACQUISIZIONE -> PRIMA AUTORIZZAZIONE     '.
           02  FILLER                    PIC  X(44)  VALUE
               '2MNPRIMA -> SECONDA AUTORIZZAZIONE          '.
           02  FILLER                    PIC  X(44)  VALUE
               '3GGULTIMA AUTORIZZAZIONE -> ESECUZIONE      '.
           02  FILLER                    PIC  X(44)  VALUE
               '4GGACQUISIZIONE -> ESECUZIONE               '.
       01  RY-TAB-FASE REDEFINES RY-TAB-FASE-VAL.
           02  RY-FASE-EL OCCURS 4.
               03  RY-FASE-COD           PIC  X(01).
               03  RY-FASE-UNITA         PIC  X(02).
               03  RY-FASE-DESCR         PIC  X(41).
      *
      *----------------------------------------------------------------*
      *    GRUPPO IN LAVORAZIONE: CONTATORI DA CURS-CNT, TEMPI IN
      *    ORDINE DA CURS-LAT
      *----------------------------------------------------------------*
       01  RY-CHIAVE                     PIC  X(07)  VALUE SPACE.
       01  RY-CHIAVE-LAT                 PIC  X(07)  VALUE SPACE.
       01  RY-LAT                        PIC S9(09)  COMP-3 VALUE ZERO.
       01  RY-NUM                        PIC S9(09)  COMP-3 VALUE ZERO.
       01  RY-SOMMA                      PIC S9(15)  COMP-3 VALUE ZERO.
       01  RY-ENTRO                      PIC S9(09)  COMP-3 VALUE ZERO.
       01  RY-MAX                        PIC S9(09)  COMP-3 VALUE ZERO.
       01  RY-RANGO                      PIC S9(09)  COMP-3 VALUE ZERO.
       01  RY-RANGO-50                   PIC S9(09)  COMP-3 VALUE ZERO.
       01  RY-RANGO-90                   PIC S9(09)  COMP-3 VALUE ZERO.
       01  RY-RANGO-95                   PIC S9(09)  COMP-3 VALUE ZERO.
       01  RY-P50                        PIC S9(09)  COMP-3 VALUE ZERO.
       01  RY-P90                        PIC S9(09)  COMP-3 VALUE ZERO.
       01  RY-P95                        PIC S9(09)  COMP-3 VALUE ZERO.
       01  RY-MEDIA                      PIC S9(09)V9 COMP-3 VALUE ZERO.
       01  RY-QUOTA                      PIC S9(03)V9 COMP-3 VALUE ZERO.
       01  RY-NUM-GRUPPI                 PIC S9(09)  COMP-3 VALUE ZERO.
      *
       01  SW-FINE-CNT                   PIC  X(01)  VALUE 'N'.
           88  FINE-CNT                              VALUE 'S'.
       01  SW-FINE-LAT                   PIC  X(01)  VALUE 'N'.
           88  FINE-LAT                              VALUE 'S'.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(48)  VALUE
               'BONIFICI - TEMPI DI LAVORAZIONE PER FASE - '.
           02  W-T1-PERIODO              PIC  X(07).
           02  FILLER                    PIC  X(05)  VALUE ' DAL '.
           02  W-T1-DA                   PIC  X(08).
           02  FILLER                    PIC  X(04)  VALUE ' AL '.
           02  W-T1-A                    PIC  X(08).
           02  FILLER                    PIC  X(11)  VALUE
               ' (ESCLUSO)'.
           02  FILLER                    PIC  X(41)  VALUE SPACE.
      *
       01  W-RIGA-FASE.
           02  FILLER                    PIC  X(06)  VALUE 'FASE '.
           02  W-FAS-COD                 PIC  X(01).
           02  FILLER                    PIC  X(02)  VALUE ': '.
           02  W-FAS-DESCR               PIC  X(41).
           02  FILLER                    PIC  X(06)  VALUE ' PER '.
           02  W-FAS-DIM                 PIC  X(20).
           02  FILLER                    PIC  X(10)  VALUE
               ' - UNITA'' '.
           02  W-FAS-UNITA               PIC  X(07).
           02  FILLER                    PIC  X(39)  VALUE SPACE.
      *
       01  W-RIGA-INTEST.
           02  FILLER                    PIC  X(48)  VALUE
               'CHIAVE       NUMERO      MEDIA       P50'.
           02  FILLER                    PIC  X(48)  VALUE
               '       P90       P95       MAX  % ENTRO SOGLIA'.
           02  FILLER                    PIC  X(36)  VALUE SPACE.
      *
       01  W-RIGA-DETT.
           02  W-DET-CHIAVE              PIC  X(07).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-NUM                 PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-MEDIA               PIC  ZZZ.ZZ9,9.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-P50                 PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(03)  VALUE SPACE.
           02  W-DET-P90                 PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(03)  VALUE SPACE.
           02  W-DET-P95                 PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(03)  VALUE SPACE.
           02  W-DET-MAX                 PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(06)  VALUE SPACE.
           02  W-DET-QUOTA               PIC  ZZ9,9.
           02  FILLER                    PIC  X(54)  VALUE SPACE.
      *
       01  W-RIGA-NESSUNO                PIC  X(132) VALUE
           '   NESSUN MOVIMENTO HA CHIUSO LA FASE NEL PERIODO'.
      *
      *----------------------------------------------------------------*
      *    TEMPI DI LAVORAZIONE DELLA FASE :RY-FASE PER LA CHIAVE
      *    :RY-DIM, SUI MOVIMENTI CHE CHIUDONO LA FASE NEL PERIODO.
      *    CURS-CNT (CONTATORI PER GRUPPO) E CURS-LAT (TEMPI IN ORDINE)
      *    DEVONO RESTARE ALLINEATI: STESSA TABELLA DERIVATA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-CNT CURSOR FOR
               WITH T (CHIAVE, LAT) AS
              (SELECT  CASE :RY-DIM
                            WHEN 'C' THEN OPE_CANALE || '/' ||
                                          OPE_TIPO_ALIM
                            WHEN 'U' THEN OPE_FL_URGE
                            ELSE OPE_FIL_COM_A
                       END,
                       CASE :RY-FASE
                            WHEN '1'
                            THEN DAYS(DATE(TIMESTAMP_FORMAT(
                                      OPE_DT_AU_1, 'YYYYMMDD')))
                               - DAYS(DATE(TIMESTAMP_FORMAT(
                                      OPE_AQ_DT, 'YYYYMMDD')))
                            WHEN '2'
                            THEN (DAYS(TIMESTAMP_FORMAT(
                                       OPE_DT_AU_2 || OPE_TM_AU_2,
                                       'YYYYMMDDHH24MISS'))
                                - DAYS(TIMESTAMP_FORMAT(
                                       OPE_DT_AU_1 || OPE_TM_AU_1,
                                       'YYYYMMDDHH24MISS'))) * 1440
                               + (MIDNIGHT_SECONDS(TIMESTAMP_FORMAT(
                                       OPE_DT_AU_2 || OPE_TM_AU_2,
                                       'YYYYMMDDHH24MISS'))
                                - MIDNIGHT_SECONDS(TIMESTAMP_FORMAT(
                                       OPE_DT_AU_1 || OPE_TM_AU_1,
                                       'YYYYMMDDHH24MISS'))) / 60
                            WHEN '3'
                            THEN DAYS(DATE(TIMESTAMP_FORMAT(
                                      OPE_EV_DT, 'YYYYMMDD')))
                               - DAYS(DATE(TIMESTAMP_FORMAT(
                                      CASE WHEN OPE_DT_AU_2 <> ' '
                                           THEN OPE_DT_AU_2
                                           WHEN OPE_DT_AU_1 <> ' '
                                           THEN OPE_DT_AU_1
                                           ELSE OPE_AQ_DT
                                      END, 'YYYYMMDD')))
                            ELSE DAYS(DATE(TIMESTAMP_FORMAT(
                                      OPE_EV_DT, 'YYYYMMDD')))
                               - DAYS(DATE(TIMESTAMP_FORMAT(
                                      OPE_AQ_DT, 'YYYYMMDD')))
                       END
                 FROM  BE00TBMO
                WHERE  OPE_AQ_DT   <> ' '
                  AND ((:RY-FASE = '1'
                  AND   OPE_DT_AU_1 >= :RY-DA
                  AND   OPE_DT_AU_1 <  :RY-A)
                   OR  (:RY-FASE = '2'
                  AND   OPE_DT_AU_1 <> ' '
                  AND   OPE_DT_AU_2 >= :RY-DA
                  AND   OPE_DT_AU_2 <  :RY-A)
                   OR  (:RY-FASE IN ('3', '4')
                  AND   OPE_EV_DT   >= :RY-DA
                  AND   OPE_EV_DT   <  :RY-A)))
               SELECT  CHIAVE, COUNT(*), SUM(LAT), MAX(LAT),
                       SUM(CASE WHEN LAT <= :RY-SOGLIA
                                THEN 1 ELSE 0 END)
                 FROM  T
                WHERE  LAT >= 0
                GROUP BY CHIAVE
                ORDER BY CHIAVE
           END-EXEC.
      *
           EXEC SQL DECLARE CURS-LAT CURSOR FOR
               WITH T (CHIAVE, LAT) AS
              (SELECT  CASE :RY-DIM
                            WHEN 'C' THEN OPE_CANALE || '/' ||
                                          OPE_TIPO_ALIM
                            WHEN 'U' THEN OPE_FL_URGE
                            ELSE OPE_FIL_COM_A
                       END,
                       CASE :RY-FASE
                            WHEN '1'
                            THEN DAYS(DATE(TIMESTAMP_FORMAT(
                                      OPE_DT_AU_1, 'YYYYMMDD')))
                               - DAYS(DATE(TIMESTAMP_FORMAT(
                                      OPE_AQ_DT, 'YYYYMMDD')))
                            WHEN '2'
                            THEN (DAYS(TIMESTAMP_FORMAT(
                                       OPE_DT_AU_2 || OPE_TM_AU_2,
                                       'YYYYMMDDHH24MISS'))
                                - DAYS(TIMESTAMP_FORMAT(
                                       OPE_DT_AU_1 || OPE_TM_AU_1,
                                       'YYYYMMDDHH24MISS'))) * 1440
                               + (MIDNIGHT_SECONDS(TIMESTAMP_FORMAT(
                                       OPE_DT_AU_2 || OPE_TM_AU_2,
                                       'YYYYMMDDHH24MISS'))
                                - MIDNIGHT_SECONDS(TIMESTAMP_FORMAT(
                                       OPE_DT_AU_1 || OPE_TM_AU_1,
                                       'YYYYMMDDHH24MISS'))) / 60
                            WHEN '3'
                            THEN DAYS(DATE(TIMESTAMP_FORMAT(
                                      OPE_EV_DT, 'YYYYMMDD')))
                               - DAYS(DATE(TIMESTAMP_FORMAT(
                                      CASE WHEN OPE_DT_AU_2 <> ' '
                                           THEN OPE_DT_AU_2
                                           WHEN OPE_DT_AU_1 <> ' '
                                           THEN OPE_DT_AU_1
                                           ELSE OPE_AQ_DT
                                      END, 'YYYYMMDD')))
                            ELSE DAYS(DATE(TIMESTAMP_FORMAT(
                                      OPE_EV_DT, 'YYYYMMDD')))
                               - DAYS(DATE(TIMESTAMP_FORMAT(
                                      OPE_AQ_DT, 'YYYYMMDD')))
                       END
                 FROM  BE00TBMO
                WHERE  OPE_AQ_DT   <> ' '
                  AND ((:RY-FASE = '1'
                  AND   OPE_DT_AU_1 >= :RY-DA
                  AND   OPE_DT_AU_1 <  :RY-A)
                   OR  (:RY-FASE = '2'
                  AND   OPE_DT_AU_1 <> ' '
                  AND   OPE_DT_AU_2 >= :RY-DA
                  AND   OPE_DT_AU_2 <  :RY-A)
                   OR  (:RY-FASE IN ('3', '4')
                  AND   OPE_EV_DT   >= :RY-DA
                  AND   OPE_EV_DT   <  :RY-A)))
               SELECT  CHIAVE, LAT
                 FROM  T
                WHERE  LAT >= 0
                ORDER BY CHIAVE, LAT
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
      *    GIORNO DI RIFERIMENTO
           MOVE 'GIORNO '                TO W-T1-PERIODO
           MOVE RY-DATA-RIF              TO RY-DA
           MOVE RY-DOMANI                TO RY-A
           PERFORM 2000-PERIODO          THRU 2000-PERIODO-X
      *    MESE INTERO QUANDO IL GIORNO DI RIFERIMENTO LO CHIUDE
           IF  RY-DOMANI(7:2) = '01'
           THEN
               MOVE 'MESE   '            TO W-T1-PERIODO
               MOVE RY-INIZIO-MESE       TO RY-DA
               MOVE RY-DOMANI            TO RY-A
               PERFORM 2000-PERIODO      THRU 2000-PERIODO-X
           END-IF
           CLOSE RPT-BE300-LAT
           STOP RUN.
      *
      *----------------------------------------------------------------*
      *    1000-INIZIALIZZA: GIORNO DI RIFERIMENTO DA PARBELAT, IN
      *    MANCANZA IERI; DA QUESTO IL GIORNO DOPO E IL PRIMO DEL MESE
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN OUTPUT RPT-BE300-LAT
           EXEC SQL
                VALUES CHAR(CURRENT DATE - 1 DAY, ISO)
                  INTO :RY-DATA-ISO
           END-EXEC
           OPEN INPUT  PAR-FILE
           READ PAR-FILE
             AT END
                  MOVE SPACE             TO PAR-DATA-RIF
           END-READ
           CLOSE PAR-FILE
           IF  PAR-DATA-RIF IS NUMERIC
           THEN
               STRING PAR-DATA-RIF(1:4) '-' PAR-DATA-RIF(5:2) '-'
                      PAR-DATA-RIF(7:2)
                      DELIMITED BY SIZE  INTO RY-DATA-ISO
               END-STRING
           END-IF
           EXEC SQL
                VALUES (CHAR(DATE(:RY-DATA-ISO) + 1 DAY, ISO),
                        CHAR(DATE(:RY-DATA-ISO)
                             - (DAY(DATE(:RY-DATA-ISO)) - 1) DAYS,
                             ISO))
                  INTO :RY-DOMANI-ISO, :RY-INIZIO-MESE-ISO
           END-EXEC
           MOVE RY-DATA-ISO(1:4)         TO RY-DATA-RIF(1:4)
           MOVE RY-DATA-ISO(6:2)         TO RY-DATA-RIF(5:2)
           MOVE RY-DATA-ISO(9:2)         TO RY-DATA-RIF(7:2)
           MOVE RY-DOMANI-ISO(1:4)       TO RY-DOMANI(1:4)
           MOVE RY-DOMANI-ISO(6:2)       TO RY-DOMANI(5:2)
           MOVE RY-DOMANI-ISO(9:2)       TO RY-DOMANI(7:2)
           MOVE RY-INIZIO-MESE-ISO(1:4)  TO RY-INIZIO-MESE(1:4)
           MOVE RY-INIZIO-MESE-ISO(6:2)  TO RY-INIZIO-MESE(5:2)
           MOVE RY-INIZIO-MESE-ISO(9:2)  TO RY-INIZIO-MESE(7:2).
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-PERIODO: TUTTE LE FASI PER TUTTE LE DIMENSIONI
      *----------------------------------------------------------------*
       2000-PERIODO.
           MOVE RY-DA                    TO W-T1-DA
           MOVE RY-A                     TO W-T1-A
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE 1                        TO RY-IX-DIM
           PERFORM 2100-DIMENSIONE       THRU 2100-DIMENSIONE-X
                   UNTIL RY-IX-DIM > 3.
      *----------------------------------------------------------------*
       2000-PERIODO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2100-DIMENSIONE.
           MOVE RY-DIM-COD(RY-IX-DIM)    TO RY-DIM
           MOVE 1                        TO RY-IX-FASE
           PERFORM 3000-FASE             THRU 3000-FASE-X
                   UNTIL RY-IX-FASE > 4
           ADD 1                         TO RY-IX-DIM.
      *----------------------------------------------------------------*
       2100-DIMENSIONE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-FASE: UNA RIGA PER GRUPPO. I DUE CURSORI SCORRONO
      *    INSIEME: PER OGNI GRUPPO DI CURS-CNT SI LEGGONO DA CURS-LAT
      *    ESATTAMENTE I SUOI TEMPI, GIA' IN ORDINE CRESCENTE
      *----------------------------------------------------------------*
       3000-FASE.
           MOVE RY-FASE-COD(RY-IX-FASE)  TO RY-FASE
           IF  RY-FASE-UNITA(RY-IX-FASE) = 'MN'
           THEN
               MOVE 60                   TO RY-SOGLIA
               MOVE 'MINUTI'             TO W-FAS-UNITA
           ELSE
               MOVE ZERO                 TO RY-SOGLIA
               MOVE 'GIORNI'             TO W-FAS-UNITA
           END-IF
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RY-FASE                  TO W-FAS-COD
           MOVE RY-FASE-DESCR(RY-IX-FASE) TO W-FAS-DESCR
           MOVE RY-DIM-DESCR(RY-IX-DIM)  TO W-FAS-DIM
           MOVE W-RIGA-FASE              TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST            TO RPT-RIGA
           WRITE RPT-RIGA
      *
           MOVE ZERO                     TO RY-NUM-GRUPPI
           MOVE 'N'                      TO SW-FINE-CNT
                                            SW-FINE-LAT
           EXEC SQL OPEN CURS-CNT END-EXEC
           EXEC SQL OPEN CURS-LAT END-EXEC
           PERFORM 3100-GRUPPO           THRU 3100-GRUPPO-X
                   UNTIL FINE-CNT
           EXEC SQL CLOSE CURS-LAT END-EXEC
           EXEC SQL CLOSE CURS-CNT END-EXEC
           IF  RY-NUM-GRUPPI = ZERO
           THEN
               MOVE W-RIGA-NESSUNO       TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF
           ADD 1                         TO RY-IX-FASE.
      *----------------------------------------------------------------*
       3000-FASE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3100-GRUPPO.
           EXEC SQL FETCH CURS-CNT
                    INTO :RY-CHIAVE, :RY-NUM, :RY-SOMMA, :RY-MAX,
                         :RY-ENTRO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-CNT              TO TRUE
               GO TO 3100-GRUPPO-X
           END-IF
           ADD 1                         TO RY-NUM-GRUPPI
      *    RANGO DEL PERCENTILE = P * N / 100 ARROTONDATO IN ECCESSO
           COMPUTE RY-RANGO-50 = (RY-NUM * 50 + 99) / 100
           COMPUTE RY-RANGO-90 = (RY-NUM * 90 + 99) / 100
           COMPUTE RY-RANGO-95 = (RY-NUM * 95 + 99) / 100
           MOVE ZERO                     TO RY-RANGO
                                            RY-P50 RY-P90 RY-P95
           PERFORM 3200-TEMPO            THRU 3200-TEMPO-X
                   UNTIL RY-RANGO NOT < RY-NUM
                   OR    FINE-LAT
      *
           COMPUTE RY-MEDIA ROUNDED = RY-SOMMA / RY-NUM
           COMPUTE RY-QUOTA ROUNDED = RY-ENTRO * 100 / RY-NUM
           MOVE RY-CHIAVE                TO W-DET-CHIAVE
           MOVE RY-NUM                   TO W-DET-NUM
           MOVE RY-MEDIA                 TO W-DET-MEDIA
           MOVE RY-P50                   TO W-DET-P50
           MOVE RY-P90                   TO W-DET-P90
           MOVE RY-P95                   TO W-DET-P95
           MOVE RY-MAX                   TO W-DET-MAX
           MOVE RY-QUOTA                 TO W-DET-QUOTA
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       3100-GRUPPO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3200-TEMPO.
           EXEC SQL FETCH CURS-LAT
                    INTO :RY-CHIAVE-LAT, :RY-LAT
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-LAT              TO TRUE
               GO TO 3200-TEMPO-X
           END-IF
           ADD 1                         TO RY-RANGO
           IF  RY-RANGO = RY-RANGO-50
           THEN
               MOVE RY-LAT               TO RY-P50
           END-IF
           IF  RY-RANGO = RY-RANGO-90
           THEN
               MOVE RY-LAT               TO RY-P90
           END-IF
           IF  RY-RANGO = RY-RANGO-95
           THEN
               MOVE RY-LAT               TO RY-P95
           END-IF.
      *----------------------------------------------------------------*
       3200-TEMPO-X.
           EXIT.
      *
      ********************** EOM BE300RY *******************************
