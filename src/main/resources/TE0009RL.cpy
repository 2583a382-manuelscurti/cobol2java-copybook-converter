      ******************************************************************
      *                        TE0009RL                                *
      *                                                                *
      *  PROCEDURA    : ARCHIVIO CONTRATTO - CONTRATTI E CATALOGO      *
      *                 PRODOTTI                                       *
      *  DESCRIZIONE  : BATCH NOTTURNO SUI CONTRATTI APERTI:           *
      *                 1) CONTROLLA CON LO STESSO MODULO TE0009B7     *
      *                    DELLA MANUTENZIONE CATEGORIA,               *
      *                    SOTTOCATEGORIA E PRODOTTO, ABILITAZIONI     *
      *                    CBI/QUERCIA E OGNI PROGRAMMA DI FLUSSO      *
      *                    (TE000902_BPFLIN) E ELENCA I CONTRATTI      *
      *                    FUORI CATALOGO CON CAMPO E MOTIVO           *
      *                 2) ELENCA I CONTRATTI SU UN PRODOTTO GIA'      *
      *                    RITIRATO (DATA DI FINE PASSATA) E MANDA AL  *
      *                    CLIENTE LA LETTERA DI AVVISO NEL MODELLO    *
      *                    DELLA SUA LINGUA (T_CTR_MODEL, COME         *
      *                    TE0009RB), UNA SOLA VOLTA PER CONTRATTO E   *
      *                    PRODOTTO (T_TE_CAT_AVVISI)                  *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ARCHIVIO CONTRATTO *
      *  INPUT        : TE000902, TE000902_BPFLIN, T_TE_CATALOGO,      *
      *                 T_TE_CAT_FLUSSI, T_TE_CAT_AVVISI,              *
      *                 T_CTR_MODEL (DB2)                              *
      *  OUTPUT       : T_TE_CAT_AVVISI, LETTERE SU INTRDR, REPORT SU  *
      *                 RPT-TE0009-CATALOGO, RETURN-CODE 4 SE CI SONO  *
      *                 CONTRATTI FUORI CATALOGO                       *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - CONTRATTI FUORI CATALOGO E AVVISO    *
      *           PER I PRODOTTI RITIRATI                              *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     TE0009RL.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT SUB-FILE            ASSIGN  TO  INTRDR
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-TE0009-CATALOGO ASSIGN  TO  RPTTECAT
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  SUB-FILE
           RECORDING MODE IS F.
       01  SUB-RIGA                     PIC  X(80).
      *
       FD  RPT-TE0009-CATALOGO
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
       01  RL-PGM-REGISTRO            PIC  X(08)  VALUE 'OP0001K0'.
       01  RL-DATA-ELAB               PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    CATALOGO PRODOTTI (TE0009B7)
      *----------------------------------------------------------------*
           COPY TE0009W7.
       01  RL-PGM-CAT                 PIC  X(08)  VALUE 'TE0009B7'.
      *
       01  RL-CODKTR                     PIC  X(13)  VALUE SPACE.
       01  RL-CODCTG                     PIC  X(04)  VALUE SPACE.
       01  RL-CODSTG                     PIC  X(04)  VALUE SPACE.
       01  RL-CODPDT                     PIC  X(08)  VALUE SPACE.
       01  RL-FABLCB                     PIC  X(01)  VALUE SPACE.
       01  RL-FABLCF                     PIC  X(01)  VALUE SPACE.
       01  RL-CODLIN                     PIC  X(01)  VALUE SPACE.
       01  RL-YPPFIF                     PIC  X(08)  VALUE SPACE.
       01  RL-FTIPFL                     PIC  X(01)  VALUE SPACE.
       01  RL-DT-FINE                    PIC  X(10)  VALUE SPACE.
       01  RL-DT-AVVISO                  PIC  X(10)  VALUE SPACE.
       01  RL-MODELLO                    PIC  X(04)  VALUE SPACE.
      *
       01  SW-FINE-KTR                   PIC  X(01)  VALUE 'N'.
           88  FINE-KTR                              VALUE 'S'.
       01  SW-FINE-FLU                   PIC  X(01)  VALUE 'N'.
           88  FINE-FLU                              VALUE 'S'.
       01  SW-FINE-RIT                   PIC  X(01)  VALUE 'N'.
           88  FINE-RIT                              VALUE 'S'.
      *
       01  RL-TOT-CONTRATTI              PIC S9(07)  COMP-3 VALUE ZERO.
       01  RL-TOT-FUORI                  PIC S9(07)  COMP-3 VALUE ZERO.
       01  RL-TOT-RITIRATI               PIC S9(07)  COMP-3 VALUE ZERO.
       01  RL-TOT-AVVISI                 PIC S9(07)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    LETTERA DI AVVISO (COME L'AVVISO DI TE0009RB)
      *----------------------------------------------------------------*
       01  RIGA-JOB1                 PIC X(80)  VALUE
              '//TE09PRDR JOB CLASS=M,MSGCLASS=Z,USER=UDFAXSCA '.
       01  RIGA-JOB2                 PIC X(80)  VALUE
              '//LETT EXEC AOPPRINT,PRINTER=''PRT2001'',        '.
       01  RIGA-JOB4                 PIC X(80)  VALUE
              '//SYSIN DD *                                    '.
       01  RIGA-JOB11                PIC X(80)  VALUE
              '/*                                              '.
      *
       01  RIGA-MODELLO.
           02 FILLER               PIC X(74)      VALUE SPACE.
           02 FILLER               PIC XX         VALUE SPACE.
           02 RMOD-MODELLO         PIC X(4)       VALUE 'FXVI'.
      *
       01  RIGA-PRD-1.
           02 FILLER                 PIC X(09)   VALUE 'PRODOTTO '.
           02 RPR1-CODPDT            PIC X(08).
           02 FILLER                 PIC X(26)   VALUE
              ' RITIRATO DAL CATALOGO IL '.
           02 RPR1-DT-FINE           PIC X(10).
           02 FILLER                 PIC X(27)   VALUE SPACE.
       01  RIGA-PRD-2.
           02 FILLER                 PIC X(10)   VALUE 'CONTRATTO '.
           02 RPR2-CODKTR            PIC X(13).
           02 FILLER                 PIC X(40)   VALUE
              ' - RIVOLGERSI ALLA FILIALE PER IL CAMBIO'.
           02 FILLER                 PIC X(17)   VALUE
              ' DI PRODOTTO'.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'CONTRATTI - CONTROLLO SUL CATALOGO DEL      '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(78)  VALUE SPACE.
      *
       01  W-RIGA-TESTATA2.
           02  FILLER                    PIC  X(44)  VALUE
               'CONTRATTO      CTG.  STG.  PRODOTTO  MOT.  C'.
           02  FILLER                    PIC  X(44)  VALUE
               'AMPO   ESITO             NOTA               '.
           02  FILLER                    PIC  X(44)  VALUE SPACE.
      *
       01  W-RIGA-TITOLO.
           02  W-TIT-TESTO               PIC  X(60).
           02  FILLER                    PIC  X(72)  VALUE SPACE.
      *
       01  W-RIGA-DETT.
           02  W-DETT-CODKTR             PIC  X(13).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-CODCTG             PIC  X(04).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-CODSTG             PIC  X(04).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-CODPDT             PIC  X(08).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-MOTIVO             PIC  X(04).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-CAMPO              PIC  X(06).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-ESITO              PIC  X(16).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-NOTA               PIC  X(40).
           02  FILLER                    PIC  X(23)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                    PIC  X(20)  VALUE
               'CONTRATTI APERTI:   '.
           02  W-TOT-CONTRATTI           PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  FUORI CATALOGO:   '.
           02  W-TOT-FUORI               PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  PRODOTTO RITIRATO:'.
           02  W-TOT-RITIRATI            PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  AVVISI INVIATI:   '.
           02  W-TOT-AVVISI              PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(08)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    CONTRATTI APERTI
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-KTR CURSOR FOR
               SELECT  CODKTR, CODCTG, CODSTG, CODPDT, FABLCB, FABLCF
                 FROM  TE000902
                WHERE  DCHIKR = ' '
                ORDER BY CODKTR
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    PROGRAMMI DI FLUSSO DEL CONTRATTO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-FLU CURSOR FOR
               SELECT  YPPFIF, FTIPFL
                 FROM  TE000902_BPFLIN
                WHERE  CODKTR = :RL-CODKTR
                ORDER BY YPPFIF
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    CONTRATTI APERTI SU UN PRODOTTO RITIRATO, CON L'EVENTUALE
      *    AVVISO GIA' MANDATO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-RIT CURSOR FOR
               SELECT  TE.CODKTR, TE.CODCTG, TE.CODSTG, TE.CODPDT,
                       TE.CODLIN, CHAR(CAT.CAT_DT_FINE, ISO),
                       COALESCE(CHAR(AVV.AVV_DT_AVVISO, ISO), ' ')
                 FROM  TE000902 TE
                 JOIN  T_TE_CATALOGO CAT
                   ON  CAT.CAT_CODCTG = TE.CODCTG
                  AND  CAT.CAT_CODSTG = TE.CODSTG
                  AND  CAT.CAT_CODPDT = TE.CODPDT
                 LEFT  JOIN T_TE_CAT_AVVISI AVV
                   ON  AVV.AVV_CODKTR = TE.CODKTR
                  AND  AVV.AVV_CODPDT = TE.CODPDT
                WHERE  TE.DCHIKR      = ' '
                  AND  CAT.CAT_DT_FINE < DATE(:RL-DATA-ELAB)
                ORDER BY CAT.CAT_DT_FINE, TE.CODKTR
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           MOVE 'CONTRATTI FUORI CATALOGO'
                                         TO W-TIT-TESTO
           PERFORM 1900-TITOLO           THRU 1900-TITOLO-X
           EXEC SQL OPEN CURS-KTR END-EXEC
           PERFORM 2000-CONTRATTO        THRU 2000-CONTRATTO-X
                   UNTIL FINE-KTR
           MOVE 'CONTRATTI SU PRODOTTI RITIRATI'
                                         TO W-TIT-TESTO
           PERFORM 1900-TITOLO           THRU 1900-TITOLO-X
           EXEC SQL OPEN CURS-RIT END-EXEC
           PERFORM 3000-RITIRATO         THRU 3000-RITIRATO-X
                   UNTIL FINE-RIT
           PERFORM 9000-FINALIZZA        THRU 9000-FINALIZZA-X
           MOVE 'F'                      TO OPK0-FUNZIONE
           MOVE 'OK'                     TO OPK0-ESITO-CORSA
           CALL RL-PGM-REGISTRO    USING OPK0-AREA
           IF  RL-TOT-FUORI > ZERO
           THEN
               MOVE 4                    TO RETURN-CODE
           END-IF
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           INITIALIZE OPK0-AREA
           MOVE 'I'                      TO OPK0-FUNZIONE
           MOVE 'TE0009RL'               TO OPK0-PROGRAMMA
           CALL RL-PGM-REGISTRO    USING OPK0-AREA
           MOVE OPK0-DATA-ELAB           TO RL-DATA-ELAB
           OPEN OUTPUT SUB-FILE RPT-TE0009-CATALOGO
           EXEC SQL
                VALUES CHAR(DATE(:RL-DATA-ELAB), ISO) INTO :W-T1-DATA
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
       1900-TITOLO.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TITOLO            TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       1900-TITOLO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CONTRATTO: PRIMA I DATI DEL CONTRATTO, POI I SUOI
      *    PROGRAMMI DI FLUSSO UNO PER UNO
      *----------------------------------------------------------------*
       2000-CONTRATTO.
           EXEC SQL FETCH CURS-KTR
                    INTO :RL-CODKTR, :RL-CODCTG, :RL-CODSTG,
                         :RL-CODPDT, :RL-FABLCB, :RL-FABLCF
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-KTR              TO TRUE
               EXEC SQL CLOSE CURS-KTR END-EXEC
               GO TO 2000-CONTRATTO-X
           END-IF
           ADD 1                         TO RL-TOT-CONTRATTI
           INITIALIZE K907-AREA
           SET K907-FUNZ-VALIDA          TO TRUE
           MOVE RL-CODCTG                TO K907-CODCTG
           MOVE RL-CODSTG                TO K907-CODSTG
           MOVE RL-CODPDT                TO K907-CODPDT
           MOVE RL-FABLCB                TO K907-FABLCB
           MOVE RL-FABLCF                TO K907-FABLCF
           MOVE 'N'                      TO K907-NUOVO
           MOVE ZERO                     TO K907-NUM-FLU
           CALL RL-PGM-CAT         USING K907-AREA
           IF  K907-KO
           THEN
               MOVE SPACE                TO W-DETT-NOTA
               PERFORM 2900-SCRIVI-FUORI THRU 2900-SCRIVI-FUORI-X
               GO TO 2000-CONTRATTO-X
           END-IF
           MOVE 'N'                      TO SW-FINE-FLU
           EXEC SQL OPEN CURS-FLU END-EXEC
           PERFORM 2100-FLUSSO           THRU 2100-FLUSSO-X
                   UNTIL FINE-FLU.
      *----------------------------------------------------------------*
       2000-CONTRATTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2100-FLUSSO.
           EXEC SQL FETCH CURS-FLU
                    INTO :RL-YPPFIF, :RL-FTIPFL
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-FLU              TO TRUE
               EXEC SQL CLOSE CURS-FLU END-EXEC
               GO TO 2100-FLUSSO-X
           END-IF
           INITIALIZE K907-AREA
           SET K907-FUNZ-VALIDA          TO TRUE
           MOVE RL-CODCTG                TO K907-CODCTG
           MOVE RL-CODSTG                TO K907-CODSTG
           MOVE RL-CODPDT                TO K907-CODPDT
           MOVE 'N'                      TO K907-NUOVO
           MOVE 1                        TO K907-NUM-FLU
           MOVE RL-YPPFIF                TO K907-YPPFIF(1)
           MOVE RL-FTIPFL                TO K907-FTIPFL(1)
           CALL RL-PGM-CAT         USING K907-AREA
           IF  K907-KO
           THEN
               MOVE SPACE                TO W-DETT-NOTA
               STRING 'PROGRAMMA ' RL-YPPFIF ' TIPO ' RL-FTIPFL
                       DELIMITED BY SIZE INTO W-DETT-NOTA
               END-STRING
               PERFORM 2900-SCRIVI-FUORI THRU 2900-SCRIVI-FUORI-X
           END-IF.
      *----------------------------------------------------------------*
       2100-FLUSSO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2900-SCRIVI-FUORI: LA NOTA (PROGRAMMA DI FLUSSO) ARRIVA
      *    GIA' IMPOSTATA; A SPAZI VA IL MESSAGGIO DEL CATALOGO
      *----------------------------------------------------------------*
       2900-SCRIVI-FUORI.
           ADD 1                         TO RL-TOT-FUORI
           MOVE RL-CODKTR                TO W-DETT-CODKTR
           MOVE RL-CODCTG                TO W-DETT-CODCTG
           MOVE RL-CODSTG                TO W-DETT-CODSTG
           MOVE RL-CODPDT                TO W-DETT-CODPDT
           MOVE K907-MOTIVO              TO W-DETT-MOTIVO
           MOVE K907-CAMPO               TO W-DETT-CAMPO
           MOVE 'FUORI CATALOGO'         TO W-DETT-ESITO
           IF  W-DETT-NOTA = SPACE
           THEN
               MOVE K907-MSG             TO W-DETT-NOTA
           END-IF
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2900-SCRIVI-FUORI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-RITIRATO: L'AVVISO PARTE UNA SOLA VOLTA; NEI GIORNI
      *    SUCCESSIVI IL CONTRATTO RESTA IN LISTA CON LA DATA
      *    DELL'AVVISO FINCHE' NON CAMBIA PRODOTTO O NON SI CHIUDE
      *----------------------------------------------------------------*
       3000-RITIRATO.
           EXEC SQL FETCH CURS-RIT
                    INTO :RL-CODKTR, :RL-CODCTG, :RL-CODSTG,
                         :RL-CODPDT, :RL-CODLIN, :RL-DT-FINE,
                         :RL-DT-AVVISO
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-RIT              TO TRUE
               EXEC SQL CLOSE CURS-RIT END-EXEC
               GO TO 3000-RITIRATO-X
           END-IF
           ADD 1                         TO RL-TOT-RITIRATI
           MOVE RL-CODKTR                TO W-DETT-CODKTR
           MOVE RL-CODCTG                TO W-DETT-CODCTG
           MOVE RL-CODSTG                TO W-DETT-CODSTG
           MOVE RL-CODPDT                TO W-DETT-CODPDT
           MOVE SPACE                    TO W-DETT-MOTIVO
                                            W-DETT-CAMPO
                                            W-DETT-NOTA
           IF  RL-DT-AVVISO NOT = SPACE
           THEN
               MOVE 'GIA'' AVVISATO'     TO W-DETT-ESITO
               STRING 'RITIRATO IL ' RL-DT-FINE
                      ', AVVISO DEL ' RL-DT-AVVISO
                       DELIMITED BY SIZE INTO W-DETT-NOTA
               END-STRING
               GO TO 3000-RITIRATO-SCRIVI
           END-IF
      *
           PERFORM 3100-LETTERA          THRU 3100-LETTERA-X
           EXEC SQL INSERT  INTO T_TE_CAT_AVVISI
                            (AVV_CODKTR
                            ,AVV_CODPDT
                            ,AVV_DT_AVVISO)
                    VALUES (:RL-CODKTR
                           ,:RL-CODPDT
                           ,DATE(:RL-DATA-ELAB))
           END-EXEC
           ADD 1                         TO RL-TOT-AVVISI
           MOVE 'AVVISO INVIATO'         TO W-DETT-ESITO
           STRING 'RITIRATO IL ' RL-DT-FINE
                   DELIMITED BY SIZE INTO W-DETT-NOTA
           END-STRING.
      *
       3000-RITIRATO-SCRIVI.
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       3000-RITIRATO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3100-LETTERA: AVVISO AL CLIENTE NEL MODELLO DELLA SUA
      *    LINGUA (T_CTR_MODEL PER CODLIN, COME TE0009RB)
      *----------------------------------------------------------------*
       3100-LETTERA.
           MOVE 'FXVI'                   TO RL-MODELLO
           EXEC SQL SELECT MDL_MODELLO
                      INTO :RL-MODELLO
                      FROM T_CTR_MODEL
                     WHERE MDL_CODLIN = :RL-CODLIN
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 'FXVI'               TO RL-MODELLO
           END-IF
           MOVE RIGA-JOB1                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB2                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB4                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RL-MODELLO               TO RMOD-MODELLO
           MOVE RIGA-MODELLO             TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RL-CODPDT                TO RPR1-CODPDT
           MOVE RL-DT-FINE               TO RPR1-DT-FINE
           MOVE RIGA-PRD-1               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RL-CODKTR                TO RPR2-CODKTR
           MOVE RIGA-PRD-2               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB11               TO SUB-RIGA
           WRITE SUB-RIGA.
      *----------------------------------------------------------------*
       3100-LETTERA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RL-TOT-CONTRATTI         TO W-TOT-CONTRATTI
           MOVE RL-TOT-FUORI             TO W-TOT-FUORI
           MOVE RL-TOT-RITIRATI          TO W-TOT-RITIRATI
           MOVE RL-TOT-AVVISI            TO W-TOT-AVVISI
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE SUB-FILE RPT-TE0009-CATALOGO
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM TE0009RL *******************************
