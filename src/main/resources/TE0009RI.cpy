      ******************************************************************
      *                        TE0009RI                                *
      *                                                                *
      *  PROCEDURA    : ARCHIVIO CONTRATTO - VALIDAZIONE DEI CODICI    *
      *                 SIA/ABI CONTRO L'ELENCO PARTECIPANTI CBI       *
      *  DESCRIZIONE  : DOPO IL CARICAMENTO MENSILE DELL'ELENCO        *
      *                 (TE0009RH) PASSA TUTTI I CONTRATTI APERTI E    *
      *                 CONTROLLA, CON LO STESSO MODULO TE0009B4 DELLA *
      *                 MANUTENZIONE, I CODICI SIA (CODSIA, CSIAPR) E  *
      *                 ABI (CODABI, CBCALE, CABIQU): OGNI CONTRATTO   *
      *                 CON UN CODICE NON ATTIVO O CON SIA E ABI CHE   *
      *                 NON SI CORRISPONDONO VA IN LISTA CON IL CAMPO  *
      *                 E IL MOTIVO: SONO I CONTRATTI CHE OGGI         *
      *                 FALLISCONO IN TRASMISSIONE DOPO FUSIONI E      *
      *                 RITIRI DI CODICI                               *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ARCHIVIO CONTRATTO *
      *  INPUT        : TE000902, T_TE_DIR_CBI (DB2)                   *
      *  OUTPUT       : REPORT SU RPT-TE0009-VALCBI, RETURN-CODE 4 SE  *
      *                 CI SONO CONTRATTI DIFFORMI                     *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - VALIDAZIONE CODICI SIA/ABI DEI       *
      *           CONTRATTI CONTRO L'ELENCO PARTECIPANTI CBI           *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     TE0009RI.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT RPT-TE0009-VALCBI ASSIGN  TO  RPTTEVCB
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  RPT-TE0009-VALCBI
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
       01  RI-PGM-REGISTRO            PIC  X(08)  VALUE 'OP0001K0'.
       01  RI-DATA-ELAB               PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    CONTROLLO CODICI CBI (TE0009B4)
      *----------------------------------------------------------------*
           COPY TE0009W4.
       01  RI-PGM-CBI                 PIC  X(08)  VALUE 'TE0009B4'.
      *
       01  RI-CODKTR                     PIC  X(13)  VALUE SPACE.
      *
       01  SW-FINE-CONTR                 PIC  X(01)  VALUE 'N'.
           88  FINE-CONTR                            VALUE 'S'.
      *
       01  RI-TOT-CONTROLLATI            PIC S9(09)  COMP-3 VALUE ZERO.
       01  RI-TOT-CONFORMI               PIC S9(09)  COMP-3 VALUE ZERO.
       01  RI-TOT-DIFFORMI               PIC S9(09)  COMP-3 VALUE ZERO.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'CONTRATTI - VALIDAZIONE CODICI CBI DEL      '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(78)  VALUE SPACE.
      *
       01  W-RIGA-TESTATA2.
           02  FILLER                    PIC  X(44)  VALUE
               'CONTRATTO      SIA    SIA PR  ABI    CAPOF  '.
           02  FILLER                    PIC  X(44)  VALUE
               'ABI QU  CAMPO   MOTIVO                      '.
           02  FILLER                    PIC  X(44)  VALUE SPACE.
      *
       01  W-RIGA-DETT.
           02  W-DETT-CODKTR             PIC  X(13).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-CODSIA             PIC  X(05).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-CSIAPR             PIC  X(06).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-CODABI             PIC  X(05).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-CBCALE             PIC  X(05).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-CABIQU             PIC  X(06).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-CAMPO              PIC  X(06).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-MOTIVO             PIC  X(40).
           02  FILLER                    PIC  X(32)  VALUE SPACE.
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
           02  FILLER                    PIC  X(39)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    CONTRATTI APERTI CON I CODICI SIA/ABI
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-CONTR CURSOR FOR
               SELECT  CODKTR, CODSIA, CSIAPR, CODABI, CBCALE, CABIQU
                 FROM  TE000902
                WHERE  DCHIKR = SPACE
                ORDER BY CODABI, CODSIA, CODKTR
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
           CALL RI-PGM-REGISTRO    USING OPK0-AREA
           IF  RI-TOT-DIFFORMI > ZERO
           THEN
               MOVE 4                    TO RETURN-CODE
           END-IF
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           INITIALIZE OPK0-AREA
           MOVE 'I'                      TO OPK0-FUNZIONE
           MOVE 'TE0009RI'               TO OPK0-PROGRAMMA
           CALL RI-PGM-REGISTRO    USING OPK0-AREA
           MOVE OPK0-DATA-ELAB           TO RI-DATA-ELAB
           OPEN OUTPUT RPT-TE0009-VALCBI
           EXEC SQL
                VALUES CHAR(DATE(:RI-DATA-ELAB), ISO) INTO :W-T1-DATA
           END-EXEC
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TESTATA2          TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-CONTR END-EXEC.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2000-CONTRATTO.
           INITIALIZE K904-AREA
           EXEC SQL FETCH CURS-CONTR
                    INTO :RI-CODKTR, :K904-CODSIA, :K904-CSIAPR,
                         :K904-CODABI, :K904-CBCALE, :K904-CABIQU
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-CONTR            TO TRUE
               EXEC SQL CLOSE CURS-CONTR END-EXEC
               GO TO 2000-CONTRATTO-X
           END-IF
           ADD 1                         TO RI-TOT-CONTROLLATI
           CALL RI-PGM-CBI         USING K904-AREA
           IF  K904-OK
           THEN
               ADD 1                     TO RI-TOT-CONFORMI
               GO TO 2000-CONTRATTO-X
           END-IF
           ADD 1                         TO RI-TOT-DIFFORMI
           MOVE RI-CODKTR                TO W-DETT-CODKTR
           MOVE K904-CODSIA              TO W-DETT-CODSIA
           MOVE K904-CSIAPR              TO W-DETT-CSIAPR
           MOVE K904-CODABI              TO W-DETT-CODABI
           MOVE K904-CBCALE              TO W-DETT-CBCALE
           MOVE K904-CABIQU              TO W-DETT-CABIQU
           MOVE K904-CAMPO               TO W-DETT-CAMPO
           MOVE K904-MSG                 TO W-DETT-MOTIVO
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2000-CONTRATTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RI-TOT-CONTROLLATI       TO W-TOT-CONTROLLATI
           MOVE RI-TOT-CONFORMI          TO W-TOT-CONFORMI
           MOVE RI-TOT-DIFFORMI          TO W-TOT-DIFFORMI
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RPT-TE0009-VALCBI.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM TE0009RI *******************************
