      ******************************************************************
      *                        D05223S3                                *
      *                                                                *
      *  PROCEDURA    : DFAX A SERVIZI - RECLAMI IN SCADENZA           *
      *  DESCRIZIONE  : LISTA DI LAVORO GIORNALIERA DEI RECLAMI NON    *
      *                 ANCORA CHIUSI (T_DFAX_RECLAMI, STATO 'A' O     *
      *                 'L') CHE HANNO GIA' SUPERATO IL TERMINE LEGALE *
      *                 DI RISPOSTA O LO RAGGIUNGONO ENTRO N GIORNI.   *
      *                 LA LISTA E' RAGGRUPPATA PER ASSEGNATARIO (PRIMA*
      *                 I RECLAMI ANCORA DA ASSEGNARE) E, DENTRO IL    *
      *                 GRUPPO, PER SCADENZA; I GIORNI RESIDUI         *
      *                 NEGATIVI SONO RECLAMI GIA' FUORI TERMINE.      *
      *                 SOLA LETTURA: ASSEGNAZIONE E CHIUSURA SI FANNO *
      *                 DA D05223IB.                                   *
      *                 PARAMETRI (PARRECL, POSIZIONALI, ZERO = DEF.): *
      *                  01-03 GIORNI DI PREAVVISO             (10)    *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : PARRECL (GIORNI), T_DFAX_RECLAMI (DB2)         *
      *  OUTPUT       : LISTA DI LAVORO SU RPT-DFAX-RECL               *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - LISTA GIORNALIERA DEI RECLAMI VICINI *
      *           AL TERMINE LEGALE DI RISPOSTA                        *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223S3.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT PAR-FILE          ASSIGN  TO  PARRECL
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-DFAX-RECL     ASSIGN  TO  RPTDFREC
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  PAR-FILE
           RECORDING MODE IS F.
       01  PAR-RECORD.
           02  PAR-GG-PREAVV            PIC  9(03).
           02  FILLER                   PIC  X(77).
      *
       FD  RPT-DFAX-RECL
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
           COPY D05223W1.
      *
      *----------------------------------------------------------------*
      *    DATA DI ELABORAZIONE E REGISTRO CORSE (OP0001K0)
      *----------------------------------------------------------------*
           COPY OP0001W0.
       01  S3-PGM-REGISTRO               PIC  X(08)  VALUE 'OP0001K0'.
       01  S3-DATA-ELAB                  PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    GIORNI DI PREAVVISO (DA PARRECL, DEFAULT SE ASSENTE O ZERO)
      *----------------------------------------------------------------*
       01  S3-GG-PREAVV                  PIC S9(04)  COMP VALUE 10.
      *
      *----------------------------------------------------------------*
      *    RECLAMO IN LISTA
      *----------------------------------------------------------------*
       01  S3-ID                         PIC  9(09)  VALUE ZERO.
       01  S3-NDG                        PIC  X(12)  VALUE SPACE.
       01  S3-CATEGORIA                  PIC  9(02)  VALUE ZERO.
       01  S3-TIPO-RIF                   PIC  X(01)  VALUE SPACE.
       01  S3-NUM-PRA                    PIC  9(14)  VALUE ZERO.
       01  S3-CRO                        PIC  X(35)  VALUE SPACE.
       01  S3-CODKTR                     PIC  X(13)  VALUE SPACE.
       01  S3-VDR                        PIC  9(07)  VALUE ZERO.
       01  S3-DATA-RIC                   PIC  X(10)  VALUE SPACE.
       01  S3-DATA-SCAD                  PIC  X(10)  VALUE SPACE.
       01  S3-GG-RESIDUI                 PIC S9(05)  COMP-3 VALUE ZERO.
       01  S3-ASSEGNATARIO               PIC  X(08)  VALUE SPACE.
       01  S3-ASSEGNATARIO-PREC          PIC  X(08)  VALUE SPACE.
      *
       01  SW-FINE-REC                   PIC  X(01)  VALUE 'N'.
           88  FINE-REC                              VALUE 'S'.
       01  SW-PRIMO-GRUPPO               PIC  X(01)  VALUE 'S'.
           88  PRIMO-GRUPPO                          VALUE 'S'.
      *
       01  S3-TOT-LISTA                  PIC S9(07)  COMP-3 VALUE ZERO.
       01  S3-TOT-SCADUTI                PIC S9(07)  COMP-3 VALUE ZERO.
       01  S3-TOT-NON-ASSEGNATI          PIC S9(07)  COMP-3 VALUE ZERO.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                PIC  X(36)  VALUE
               'DFAX - RECLAMI IN SCADENZA AL      '.
           02  W-T1-DATA             PIC  X(10).
           02  FILLER                PIC  X(20)  VALUE
               '  PREAVVISO GIORNI: '.
           02  W-T1-GG               PIC  ZZ9.
           02  FILLER                PIC  X(63)  VALUE SPACE.
      *
       01  W-RIGA-DOPPIA             PIC  X(132) VALUE
           'ATTENZIONE: CORSA GIA'' ANDATA OK PER QUESTA DATA'.
      *
       01  W-RIGA-GRUPPO.
           02  FILLER                PIC  X(14)  VALUE
               'ASSEGNATARIO: '.
           02  W-GRP-ASSEGNATARIO    PIC  X(16).
           02  FILLER                PIC  X(102) VALUE SPACE.
      *
       01  W-RIGA-INTEST.
           02  FILLER                PIC  X(54)  VALUE
               'RECLAMO   NDG          CATEGORIA'.
           02  FILLER                PIC  X(27)  VALUE
               'RICEVUTO   SCADENZA     GG'.
           02  FILLER                PIC  X(38)  VALUE
               ' RIFERIMENTO'.
           02  FILLER                PIC  X(13)  VALUE
               'DEALER  NOTA'.
      *
       01  W-RIGA-DETT.
           02  W-DET-ID              PIC  9(09).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-DET-NDG             PIC  X(12).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-DET-CATEGORIA       PIC  X(30).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-DET-DATA-RIC        PIC  X(10).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-DET-DATA-SCAD       PIC  X(10).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-DET-GG              PIC  -ZZ9.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-DET-TIPO-RIF        PIC  X(02).
           02  W-DET-RIFERIMENTO     PIC  X(35).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-DET-VDR             PIC  ZZZZZZ9.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-DET-NOTA            PIC  X(05).
      *
       01  W-RIGA-NESSUNO            PIC  X(132) VALUE
           'NESSUN RECLAMO APERTO VICINO AL TERMINE DI RISPOSTA'.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                PIC  X(24)  VALUE
               'RECLAMI IN LISTA:      '.
           02  W-TOT-LISTA           PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(24)  VALUE
               '  FUORI TERMINE:       '.
           02  W-TOT-SCADUTI         PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(24)  VALUE
               '  DA ASSEGNARE:        '.
           02  W-TOT-NON-ASSEGNATI   PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(33)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    RECLAMI APERTI CON TERMINE ENTRO LA FINESTRA DI PREAVVISO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-REC CURSOR FOR
               SELECT  REC_ID, REC_NDG, REC_CATEGORIA, REC_TIPO_RIF,
                       REC_NUM_PRA, REC_CRO, REC_CODKTR, REC_VDR,
                       CHAR(REC_DATA_RIC, ISO),
                       CHAR(REC_DATA_SCAD, ISO),
                       DAYS(REC_DATA_SCAD) - DAYS(DATE(:S3-DATA-ELAB)),
                       REC_ASSEGNATARIO
                 FROM  T_DFAX_RECLAMI
                WHERE  REC_STATO IN ('A', 'L')
                  AND  REC_DATA_SCAD <= DATE(:S3-DATA-ELAB)
                                        + :S3-GG-PREAVV DAYS
                ORDER BY REC_ASSEGNATARIO, REC_DATA_SCAD, REC_ID
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           EXEC SQL OPEN CURS-REC END-EXEC
           PERFORM 2000-ELABORA-RECLAMO  THRU 2000-ELABORA-RECLAMO-X
                   UNTIL FINE-REC
           EXEC SQL CLOSE CURS-REC END-EXEC
           PERFORM 6000-FINALIZZA        THRU 6000-FINALIZZA-X
           MOVE 'F'                      TO OPK0-FUNZIONE
           MOVE 'OK'                     TO OPK0-ESITO-CORSA
           CALL S3-PGM-REGISTRO    USING OPK0-AREA
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           INITIALIZE OPK0-AREA
           MOVE 'I'                      TO OPK0-FUNZIONE
           MOVE 'D05223S3'               TO OPK0-PROGRAMMA
           CALL S3-PGM-REGISTRO    USING OPK0-AREA
           MOVE OPK0-DATA-ELAB           TO S3-DATA-ELAB
           PERFORM 1100-LEGGI-PARAMETRI  THRU 1100-LEGGI-PARAMETRI-X
           OPEN OUTPUT RPT-DFAX-RECL
           MOVE S3-DATA-ELAB             TO W-T1-DATA
           MOVE S3-GG-PREAVV             TO W-T1-GG
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           IF  OPK0-CORSA-DOPPIA
           THEN
               MOVE W-RIGA-DOPPIA        TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    GIORNI DI PREAVVISO DA PARRECL: FILE VUOTO O VALORE A ZERO
      *    LASCIANO IL DEFAULT
      *----------------------------------------------------------------*
       1100-LEGGI-PARAMETRI.
           OPEN INPUT  PAR-FILE
           READ PAR-FILE
               AT END
                  CLOSE PAR-FILE
                  GO TO 1100-LEGGI-PARAMETRI-X
           END-READ
           IF  PAR-GG-PREAVV IS NUMERIC
           AND PAR-GG-PREAVV > ZERO
           THEN
               MOVE PAR-GG-PREAVV        TO S3-GG-PREAVV
           END-IF
           CLOSE PAR-FILE.
      *----------------------------------------------------------------*
       1100-LEGGI-PARAMETRI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-ELABORA-RECLAMO: UNA RIGA PER RECLAMO, INTESTAZIONE DI
      *    GRUPPO A OGNI CAMBIO DI ASSEGNATARIO
      *----------------------------------------------------------------*
       2000-ELABORA-RECLAMO.
           EXEC SQL FETCH CURS-REC
                    INTO :S3-ID, :S3-NDG, :S3-CATEGORIA, :S3-TIPO-RIF,
                         :S3-NUM-PRA, :S3-CRO, :S3-CODKTR, :S3-VDR,
                         :S3-DATA-RIC, :S3-DATA-SCAD, :S3-GG-RESIDUI,
                         :S3-ASSEGNATARIO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-REC              TO TRUE
               GO TO 2000-ELABORA-RECLAMO-X
           END-IF
           IF  PRIMO-GRUPPO
           OR  S3-ASSEGNATARIO NOT = S3-ASSEGNATARIO-PREC
           THEN
               PERFORM 2100-NUOVO-GRUPPO THRU 2100-NUOVO-GRUPPO-X
           END-IF
      *
           ADD 1                         TO S3-TOT-LISTA
           MOVE S3-ID                    TO W-DET-ID
           MOVE S3-NDG                   TO W-DET-NDG
           MOVE SPACE                    TO W-DET-CATEGORIA
           IF  S3-CATEGORIA > ZERO
           AND S3-CATEGORIA NOT > REC-NUM-CATEGORIE
           THEN
               MOVE REC-DES-CATEGORIA(S3-CATEGORIA)
                                         TO W-DET-CATEGORIA
           END-IF
           MOVE S3-DATA-RIC              TO W-DET-DATA-RIC
           MOVE S3-DATA-SCAD             TO W-DET-DATA-SCAD
           MOVE S3-GG-RESIDUI            TO W-DET-GG
           MOVE S3-TIPO-RIF              TO REC-TIPO-RIF
           MOVE SPACE                    TO W-DET-RIFERIMENTO
           EVALUATE TRUE
             WHEN REC-RIF-PRATICA
                  MOVE 'P'               TO W-DET-TIPO-RIF
                  MOVE S3-NUM-PRA        TO W-DET-RIFERIMENTO
             WHEN REC-RIF-BONIFICO
                  MOVE 'B'               TO W-DET-TIPO-RIF
                  MOVE S3-CRO            TO W-DET-RIFERIMENTO
             WHEN REC-RIF-CONTRATTO
                  MOVE 'K'               TO W-DET-TIPO-RIF
                  MOVE S3-CODKTR         TO W-DET-RIFERIMENTO
             WHEN OTHER
                  MOVE SPACE             TO W-DET-TIPO-RIF
           END-EVALUATE
           MOVE S3-VDR                   TO W-DET-VDR
           MOVE SPACE                    TO W-DET-NOTA
           IF  S3-GG-RESIDUI < ZERO
           THEN
               ADD 1                     TO S3-TOT-SCADUTI
               MOVE 'FUORI'              TO W-DET-NOTA
           END-IF
           IF  S3-ASSEGNATARIO = SPACE
           THEN
               ADD 1                     TO S3-TOT-NON-ASSEGNATI
           END-IF
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2000-ELABORA-RECLAMO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2100-NUOVO-GRUPPO.
           MOVE 'N'                      TO SW-PRIMO-GRUPPO
           MOVE S3-ASSEGNATARIO          TO S3-ASSEGNATARIO-PREC
           IF  S3-ASSEGNATARIO = SPACE
           THEN
               MOVE 'DA ASSEGNARE'       TO W-GRP-ASSEGNATARIO
           ELSE
               MOVE S3-ASSEGNATARIO      TO W-GRP-ASSEGNATARIO
           END-IF
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-GRUPPO            TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST            TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2100-NUOVO-GRUPPO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       6000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           IF  S3-TOT-LISTA = ZERO
           THEN
               MOVE W-RIGA-NESSUNO       TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF
           MOVE S3-TOT-LISTA             TO W-TOT-LISTA
           MOVE S3-TOT-SCADUTI           TO W-TOT-SCADUTI
           MOVE S3-TOT-NON-ASSEGNATI     TO W-TOT-NON-ASSEGNATI
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RPT-DFAX-RECL.
      *----------------------------------------------------------------*
       6000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM D05223S3 *******************************
