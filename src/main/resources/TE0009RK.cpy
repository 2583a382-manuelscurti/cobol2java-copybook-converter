      ******************************************************************
      *                        TE0009RK                                *
      *                                                                *
      *  PROCEDURA    : CONTRATTI TELEMATICI - VARIAZIONI DEI FLUSSI   *
      *                 INFORMATIVI CON DATA DI EFFETTO                *
      *  DESCRIZIONE  : BATCH NOTTURNO DELLE RICHIESTE DI AGGIUNTA E   *
      *                 RIMOZIONE DI PROGRAMMI DI FLUSSO (YPPFIF E     *
      *                 FTIPFL) SUI CONTRATTI ESISTENTI:               *
      *                 1) REGISTRA LE RICHIESTE DEL FILE PREPARATO    *
      *                    DALL'HELP DESK CORPORATE BANKING CON LO     *
      *                    STESSO MODULO TE0009B6 DELLA FUNZIONE       *
      *                    ONLINE; GLI SCARTI VANNO NEL RICICLO        *
      *                    CON IL CODICE MOTIVO, COME TE0009RA         *
      *                 2) APPLICA A TE000902-BPFLIN LE RICHIESTE IN   *
      *                    ATTESA ARRIVATE ALLA DATA DI EFFETTO, DOPO  *
      *                    AVERLE RIVALIDATE (PROGRAMMA E CATEGORIA    *
      *                    POSSONO ESSERE CAMBIATI NEL FRATTEMPO), E   *
      *                    MANDA AL CLIENTE LA LETTERA DI CONFERMA NEL *
      *                    MODELLO DELLA SUA LINGUA (T_CTR_MODEL, COME *
      *                    TE0009RB)                                   *
      *                 3) ELENCA LE RICHIESTE ANCORA IN ATTESA        *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE CONTRATTI TLM      *
      *  INPUT        : FLUVARFL (FILE HELP DESK), T_TE_VAR_FLUSSI,    *
      *                 TE000902, T_CTR_MODEL (DB2)                    *
      *  OUTPUT       : T_TE_VAR_FLUSSI, TE000902_BPFLIN, RICICLO      *
      *                 RICVARFL, LETTERE SU INTRDR, REPORT SU         *
      *                 RPT-TE0009-VARFLU, RETURN-CODE 4 SE CI SONO    *
      *                 RICHIESTE SCARTATE                             *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - APPLICAZIONE DELLE VARIAZIONI DEI    *
      *           FLUSSI ALLA DATA DI EFFETTO CON LETTERA AL CLIENTE   *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     TE0009RK.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT FLU-VAR           ASSIGN  TO  FLUVARFL
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RIC-VAR           ASSIGN  TO  RICVARFL
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT SUB-FILE          ASSIGN  TO  INTRDR
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-TE0009-VARFLU ASSIGN  TO  RPTTEVFL
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  FLU-VAR
           RECORDING MODE IS F.
       01  VAR-RECORD.
           02  VAR-CODKTR               PIC  X(13).
           02  VAR-AZIONE               PIC  X(01).
           02  VAR-PROGRAMMA            PIC  X(08).
           02  VAR-TIPO-FLU             PIC  X(01).
      *        AAAA-MM-GG; A SPAZI VALE LA DATA DI OGGI
           02  VAR-DT-RICHIESTA         PIC  X(10).
           02  VAR-RICHIEDENTE          PIC  X(30).
           02  FILLER                   PIC  X(17).
      *
       FD  RIC-VAR
           RECORDING MODE IS F.
       01  RIC-RECORD.
           02  RIC-MOTIVO               PIC  X(04).
           02  FILLER                   PIC  X(01).
           02  RIC-DATI                 PIC  X(80).
      *
       FD  SUB-FILE
           RECORDING MODE IS F.
       01  SUB-RIGA                     PIC  X(80).
      *
       FD  RPT-TE0009-VARFLU
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
       01  RK-PGM-REGISTRO            PIC  X(08)  VALUE 'OP0001K0'.
       01  RK-DATA-ELAB               PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    RICHIESTE DI VARIAZIONE FLUSSI (TE0009B6)
      *----------------------------------------------------------------*
           COPY TE0009W6.
       01  RK-PGM-VARFLU              PIC  X(08)  VALUE 'TE0009B6'.
      *
       01  RK-CODKTR                     PIC  X(13)  VALUE SPACE.
       01  RK-AZIONE                     PIC  X(01)  VALUE SPACE.
       01  RK-PROGRAMMA                  PIC  X(08)  VALUE SPACE.
       01  RK-TIPO-FLU                   PIC  X(01)  VALUE SPACE.
       01  RK-DT-EFFETTO                 PIC  X(10)  VALUE SPACE.
       01  RK-RICHIEDENTE                PIC  X(30)  VALUE SPACE.
       01  RK-ORIGINE                    PIC  X(01)  VALUE SPACE.
       01  RK-CODLIN                     PIC  X(01)  VALUE SPACE.
       01  RK-MODELLO                    PIC  X(04)  VALUE SPACE.
      *
       01  SW-FINE-FLU                   PIC  X(01)  VALUE 'N'.
           88  FINE-FLU                              VALUE 'S'.
       01  SW-FINE-RIC                   PIC  X(01)  VALUE 'N'.
           88  FINE-RIC                              VALUE 'S'.
       01  SW-FINE-ATT                   PIC  X(01)  VALUE 'N'.
           88  FINE-ATT                              VALUE 'S'.
      *
       01  RK-TOT-DA-FILE                PIC S9(07)  COMP-3 VALUE ZERO.
       01  RK-TOT-APPLICATE              PIC S9(07)  COMP-3 VALUE ZERO.
       01  RK-TOT-SCARTATE               PIC S9(07)  COMP-3 VALUE ZERO.
       01  RK-TOT-IN-ATTESA              PIC S9(07)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    LETTERA DI CONFERMA (COME L'AVVISO DI TE0009RB)
      *----------------------------------------------------------------*
       01  RIGA-JOB1                 PIC X(80)  VALUE
              '//TE09VFLU JOB CLASS=M,MSGCLASS=Z,USER=UDFAXSCA '.
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
       01  RIGA-VAR-1.
           02 FILLER                 PIC X(42)   VALUE
              'VARIAZIONE FLUSSI INFORMATIVI - CONTRATTO '.
           02 RVA1-CODKTR            PIC X(13).
           02 FILLER                 PIC X(25)   VALUE SPACE.
       01  RIGA-VAR-2.
           02 RVA2-AZIONE            PIC X(12).
           02 FILLER                 PIC X(14)   VALUE
              ' IL PROGRAMMA '.
           02 RVA2-PROGRAMMA         PIC X(08).
           02 FILLER                 PIC X(06)   VALUE ' TIPO '.
           02 RVA2-TIPO-FLU          PIC X(01).
           02 FILLER                 PIC X(05)   VALUE ' DAL '.
           02 RVA2-DT-EFFETTO        PIC X(10).
           02 FILLER                 PIC X(24)   VALUE SPACE.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'CONTRATTI - VARIAZIONI FLUSSI DEL           '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(78)  VALUE SPACE.
      *
       01  W-RIGA-TESTATA2.
           02  FILLER                    PIC  X(44)  VALUE
               'CONTRATTO      A  PROGRAM.  T  EFFETTO     R'.
           02  FILLER                    PIC  X(44)  VALUE
               'ICHIEDENTE               O  ESITO         MO'.
           02  FILLER                    PIC  X(44)  VALUE
               'T.  NOTA                                    '.
      *
       01  W-RIGA-TITOLO.
           02  W-TIT-TESTO               PIC  X(60).
           02  FILLER                    PIC  X(72)  VALUE SPACE.
      *
       01  W-RIGA-DETT.
           02  W-DETT-CODKTR             PIC  X(13).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-AZIONE             PIC  X(01).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-PROGRAMMA          PIC  X(08).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-TIPO-FLU           PIC  X(01).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-DT-EFFETTO         PIC  X(10).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-RICHIEDENTE        PIC  X(24).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-ORIGINE            PIC  X(01).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-ESITO              PIC  X(12).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-MOTIVO             PIC  X(04).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-NOTA               PIC  X(36).
           02  FILLER                    PIC  X(04)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                    PIC  X(20)  VALUE
               'RICHIESTE DA FILE:  '.
           02  W-TOT-DA-FILE             PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  APPLICATE:        '.
           02  W-TOT-APPLICATE           PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  SCARTATE:         '.
           02  W-TOT-SCARTATE            PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  IN ATTESA:        '.
           02  W-TOT-IN-ATTESA           PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(08)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    RICHIESTE ARRIVATE ALLA DATA DI EFFETTO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-RIC CURSOR FOR
               SELECT  VFL_CODKTR, VFL_AZIONE, VFL_PROGRAMMA,
                       VFL_TIPO_FLU, CHAR(VFL_DT_EFFETTO, ISO),
                       VFL_RICHIEDENTE, VFL_ORIGINE
                 FROM  T_TE_VAR_FLUSSI
                WHERE  VFL_STATO       = 'P'
                  AND  VFL_DT_EFFETTO <= DATE(:RK-DATA-ELAB)
                ORDER BY VFL_CODKTR, VFL_DT_EFFETTO, VFL_PROGRAMMA
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    RICHIESTE CHE RESTANO IN ATTESA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-ATT CURSOR FOR
               SELECT  VFL_CODKTR, VFL_AZIONE, VFL_PROGRAMMA,
                       VFL_TIPO_FLU, CHAR(VFL_DT_EFFETTO, ISO),
                       VFL_RICHIEDENTE, VFL_ORIGINE
                 FROM  T_TE_VAR_FLUSSI
                WHERE  VFL_STATO       = 'P'
                ORDER BY VFL_DT_EFFETTO, VFL_CODKTR, VFL_PROGRAMMA
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           MOVE 'RICHIESTE DAL FILE DELL''HELP DESK'
                                         TO W-TIT-TESTO
           PERFORM 1900-TITOLO           THRU 1900-TITOLO-X
           PERFORM 2000-DA-FILE          THRU 2000-DA-FILE-X
                   UNTIL FINE-FLU
           MOVE 'RICHIESTE APPLICATE ALLA DATA DI EFFETTO'
                                         TO W-TIT-TESTO
           PERFORM 1900-TITOLO           THRU 1900-TITOLO-X
           EXEC SQL OPEN CURS-RIC END-EXEC
           PERFORM 3000-APPLICA          THRU 3000-APPLICA-X
                   UNTIL FINE-RIC
           MOVE 'RICHIESTE IN ATTESA'    TO W-TIT-TESTO
           PERFORM 1900-TITOLO           THRU 1900-TITOLO-X
           EXEC SQL OPEN CURS-ATT END-EXEC
           PERFORM 4000-IN-ATTESA        THRU 4000-IN-ATTESA-X
                   UNTIL FINE-ATT
           PERFORM 9000-FINALIZZA        THRU 9000-FINALIZZA-X
           MOVE 'F'                      TO OPK0-FUNZIONE
           MOVE 'OK'                     TO OPK0-ESITO-CORSA
           CALL RK-PGM-REGISTRO    USING OPK0-AREA
           IF  RK-TOT-SCARTATE > ZERO
           THEN
               MOVE 4                    TO RETURN-CODE
           END-IF
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           INITIALIZE OPK0-AREA
           MOVE 'I'                      TO OPK0-FUNZIONE
           MOVE 'TE0009RK'               TO OPK0-PROGRAMMA
           CALL RK-PGM-REGISTRO    USING OPK0-AREA
           MOVE OPK0-DATA-ELAB           TO RK-DATA-ELAB
           OPEN INPUT  FLU-VAR
           OPEN OUTPUT RIC-VAR SUB-FILE RPT-TE0009-VARFLU
           EXEC SQL
                VALUES CHAR(DATE(:RK-DATA-ELAB), ISO) INTO :W-T1-DATA
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
      *    2000-DA-FILE: LA RICHIESTA DELL'HELP DESK ENTRA COME QUELLA
      *    ONLINE; LA DATA DI EFFETTO LA ASSEGNA TE0009B6
      *----------------------------------------------------------------*
       2000-DA-FILE.
           READ FLU-VAR
               AT END
                  SET FINE-FLU           TO TRUE
                  GO TO 2000-DA-FILE-X
           END-READ
           ADD 1                         TO RK-TOT-DA-FILE
           INITIALIZE K906-AREA
           SET K906-FUNZ-INSERISCI       TO TRUE
           MOVE VAR-CODKTR               TO K906-CODKTR
           MOVE VAR-AZIONE               TO K906-AZIONE
           MOVE VAR-PROGRAMMA            TO K906-PROGRAMMA
           MOVE VAR-TIPO-FLU             TO K906-TIPO-FLU
           MOVE VAR-DT-RICHIESTA         TO K906-DT-RICHIESTA
           MOVE VAR-RICHIEDENTE          TO K906-RICHIEDENTE
           SET K906-DA-HELP-DESK         TO TRUE
           MOVE 'TE0009RK'               TO K906-UTENTE
           CALL RK-PGM-VARFLU      USING K906-AREA
      *
           MOVE VAR-CODKTR               TO W-DETT-CODKTR
           MOVE VAR-AZIONE               TO W-DETT-AZIONE
           MOVE VAR-PROGRAMMA            TO W-DETT-PROGRAMMA
           MOVE K906-TIPO-FLU            TO W-DETT-TIPO-FLU
           MOVE K906-DT-EFFETTO          TO W-DETT-DT-EFFETTO
           MOVE VAR-RICHIEDENTE          TO W-DETT-RICHIEDENTE
           MOVE 'H'                      TO W-DETT-ORIGINE
           MOVE K906-MOTIVO              TO W-DETT-MOTIVO
           MOVE K906-MSG                 TO W-DETT-NOTA
           IF  K906-OK
           THEN
               MOVE 'REGISTRATA'         TO W-DETT-ESITO
           ELSE
               ADD 1                     TO RK-TOT-SCARTATE
               MOVE '** SCARTATA'        TO W-DETT-ESITO
               MOVE K906-MOTIVO          TO RIC-MOTIVO
               MOVE VAR-RECORD           TO RIC-DATI
               WRITE RIC-RECORD
           END-IF
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2000-DA-FILE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-APPLICA: RIVALIDA E APPLICA A TE000902-BPFLIN; UNA
      *    RICHIESTA NON PIU' VALIDA SI CHIUDE SCARTATA CON IL MOTIVO
      *----------------------------------------------------------------*
       3000-APPLICA.
           EXEC SQL FETCH CURS-RIC
                    INTO :RK-CODKTR, :RK-AZIONE, :RK-PROGRAMMA,
                         :RK-TIPO-FLU, :RK-DT-EFFETTO,
                         :RK-RICHIEDENTE, :RK-ORIGINE
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-RIC              TO TRUE
               EXEC SQL CLOSE CURS-RIC END-EXEC
               GO TO 3000-APPLICA-X
           END-IF
           INITIALIZE K906-AREA
           SET K906-FUNZ-VALIDA          TO TRUE
           MOVE RK-CODKTR                TO K906-CODKTR
           MOVE RK-AZIONE                TO K906-AZIONE
           MOVE RK-PROGRAMMA             TO K906-PROGRAMMA
           MOVE RK-TIPO-FLU              TO K906-TIPO-FLU
           CALL RK-PGM-VARFLU      USING K906-AREA
      *
           MOVE RK-CODKTR                TO W-DETT-CODKTR
           MOVE RK-AZIONE                TO W-DETT-AZIONE
           MOVE RK-PROGRAMMA             TO W-DETT-PROGRAMMA
           MOVE RK-TIPO-FLU              TO W-DETT-TIPO-FLU
           MOVE RK-DT-EFFETTO            TO W-DETT-DT-EFFETTO
           MOVE RK-RICHIEDENTE           TO W-DETT-RICHIEDENTE
           MOVE RK-ORIGINE               TO W-DETT-ORIGINE
           MOVE K906-MOTIVO              TO W-DETT-MOTIVO
           MOVE K906-MSG                 TO W-DETT-NOTA
           IF  K906-KO
           THEN
               ADD 1                     TO RK-TOT-SCARTATE
               MOVE '** SCARTATA'        TO W-DETT-ESITO
               EXEC SQL UPDATE T_TE_VAR_FLUSSI
                           SET VFL_STATO      = 'S',
                               VFL_MOTIVO     = :K906-MOTIVO,
                               VFL_DATA_ESITO = CURRENT TIMESTAMP
                         WHERE VFL_CODKTR    = :RK-CODKTR
                           AND VFL_PROGRAMMA = :RK-PROGRAMMA
                           AND VFL_STATO     = 'P'
               END-EXEC
               GO TO 3000-APPLICA-SCRIVI
           END-IF
      *
           IF  RK-AZIONE = 'A'
           THEN
               EXEC SQL INSERT  INTO TE000902_BPFLIN
                                (CODKTR
                                ,YPPFIF
                                ,FTIPFL)
                        VALUES (:RK-CODKTR
                               ,:RK-PROGRAMMA
                               ,:RK-TIPO-FLU)
               END-EXEC
               MOVE 'ATTIVATO'           TO RVA2-AZIONE
           ELSE
               EXEC SQL DELETE FROM TE000902_BPFLIN
                         WHERE CODKTR = :RK-CODKTR
                           AND YPPFIF = :RK-PROGRAMMA
               END-EXEC
               MOVE 'DISATTIVATO'        TO RVA2-AZIONE
           END-IF
           EXEC SQL UPDATE T_TE_VAR_FLUSSI
                       SET VFL_STATO      = 'E',
                           VFL_DATA_ESITO = CURRENT TIMESTAMP
                     WHERE VFL_CODKTR    = :RK-CODKTR
                       AND VFL_PROGRAMMA = :RK-PROGRAMMA
                       AND VFL_STATO     = 'P'
           END-EXEC
           ADD 1                         TO RK-TOT-APPLICATE
           MOVE 'APPLICATA'              TO W-DETT-ESITO
           PERFORM 3100-LETTERA          THRU 3100-LETTERA-X.
      *
       3000-APPLICA-SCRIVI.
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       3000-APPLICA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3100-LETTERA: CONFERMA AL CLIENTE NEL MODELLO DELLA SUA
      *    LINGUA (T_CTR_MODEL PER CODLIN, COME TE0009RB)
      *----------------------------------------------------------------*
       3100-LETTERA.
           MOVE SPACE                    TO RK-CODLIN
           EXEC SQL SELECT CODLIN
                      INTO :RK-CODLIN
                      FROM TE000902
                     WHERE CODKTR = :RK-CODKTR
           END-EXEC
           MOVE 'FXVI'                   TO RK-MODELLO
           EXEC SQL SELECT MDL_MODELLO
                      INTO :RK-MODELLO
                      FROM T_CTR_MODEL
                     WHERE MDL_CODLIN = :RK-CODLIN
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 'FXVI'               TO RK-MODELLO
           END-IF
           MOVE RIGA-JOB1                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB2                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB4                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RK-MODELLO               TO RMOD-MODELLO
           MOVE RIGA-MODELLO             TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RK-CODKTR                TO RVA1-CODKTR
           MOVE RIGA-VAR-1               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RK-PROGRAMMA             TO RVA2-PROGRAMMA
           MOVE RK-TIPO-FLU              TO RVA2-TIPO-FLU
           MOVE RK-DT-EFFETTO            TO RVA2-DT-EFFETTO
           MOVE RIGA-VAR-2               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB11               TO SUB-RIGA
           WRITE SUB-RIGA.
      *----------------------------------------------------------------*
       3100-LETTERA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4000-IN-ATTESA.
           EXEC SQL FETCH CURS-ATT
                    INTO :RK-CODKTR, :RK-AZIONE, :RK-PROGRAMMA,
                         :RK-TIPO-FLU, :RK-DT-EFFETTO,
                         :RK-RICHIEDENTE, :RK-ORIGINE
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-ATT              TO TRUE
               EXEC SQL CLOSE CURS-ATT END-EXEC
               GO TO 4000-IN-ATTESA-X
           END-IF
           ADD 1                         TO RK-TOT-IN-ATTESA
           MOVE RK-CODKTR                TO W-DETT-CODKTR
           MOVE RK-AZIONE                TO W-DETT-AZIONE
           MOVE RK-PROGRAMMA             TO W-DETT-PROGRAMMA
           MOVE RK-TIPO-FLU              TO W-DETT-TIPO-FLU
           MOVE RK-DT-EFFETTO            TO W-DETT-DT-EFFETTO
           MOVE RK-RICHIEDENTE           TO W-DETT-RICHIEDENTE
           MOVE RK-ORIGINE               TO W-DETT-ORIGINE
           MOVE 'IN ATTESA'              TO W-DETT-ESITO
           MOVE SPACE                    TO W-DETT-MOTIVO
                                            W-DETT-NOTA
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       4000-IN-ATTESA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RK-TOT-DA-FILE           TO W-TOT-DA-FILE
           MOVE RK-TOT-APPLICATE         TO W-TOT-APPLICATE
           MOVE RK-TOT-SCARTATE          TO W-TOT-SCARTATE
           MOVE RK-TOT-IN-ATTESA         TO W-TOT-IN-ATTESA
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE FLU-VAR RIC-VAR SUB-FILE RPT-TE0009-VARFLU
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM TE0009RK *******************************
