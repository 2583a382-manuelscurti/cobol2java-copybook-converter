      ******************************************************************
      *                        BE300SC                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - INDAGINI SUI PAGAMENTI      *
      *  DESCRIZIONE  : APRE IN AUTOMATICO UN CASO DI INDAGINE         *
      *                 (T_BE_INDAGINI) PER OGNI RICHIESTA ARRIVATA    *
      *                 DALLE BANCHE CONTROPARTI COME CAMT.027         *
      *                 (MANCATA RICEZIONE, RICHIESTA DI CONFERMA) O   *
      *                 CAMT.087 (MODIFICA DATI), APPIATTITE A RECORD  *
      *                 FISSI DAL TRASPORTO SU FLUINDAG, LEGATO AL CRO *
      *                 E AL MOVIMENTO DI BE00TBMO, CON MOTIVO         *
      *                 STANDARD E SCADENZA DELLA RISPOSTA DA          *
      *                 T_BE_IND_MOTIVI. UNA RICHIESTA GIA' RICEVUTA   *
      *                 (STESSO RIFERIMENTO E BIC) NON APRE UN ALTRO   *
      *                 CASO. POI MANDA IN CAMT.029 APPIATTITO         *
      *                 (CAMT029) LE RISPOSTE REGISTRATE ONLINE CON    *
      *                 BE300KH E CHIUDE I CASI                        *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : FLUINDAG, T_BE_IND_MOTIVI, BE00TBMO (DB2)      *
      *  OUTPUT       : T_BE_INDAGINI, RISPOSTE SU CAMT029, REPORT SU  *
      *                 RPT-BE300-IND                                  *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - APERTURA AUTOMATICA DEI CASI DI      *
      *           INDAGINE E RISPOSTE CAMT.029                         *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300SC.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT FLU-IND           ASSIGN  TO  FLUINDAG
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT C029-FILE         ASSIGN  TO  CAMT029
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-BE300-IND     ASSIGN  TO  RPTBEIND
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  FLU-IND
           RECORDING MODE IS F.
       01  IIN-RECORD.
           02  IIN-MESSAGGIO            PIC  X(08).
               88  IIN-CAMT-027                      VALUE 'CAMT.027'.
               88  IIN-CAMT-087                      VALUE 'CAMT.087'.
      *        IDENTIFICATIVO DEL CASO PRESSO LA BANCA RICHIEDENTE
           02  IIN-RIF-RICH             PIC  X(35).
           02  IIN-BIC-MITT             PIC  X(11).
      *        CRO (ORIGINAL TRANSACTION ID) DEL PAGAMENTO
           02  IIN-CRO                  PIC  X(35).
      *        CNR / MOD / INF; A SPAZI SI DEDUCE DAL MESSAGGIO
           02  IIN-TIPO                 PIC  X(03).
           02  IIN-MOTIVO               PIC  X(04).
           02  IIN-TESTO                PIC  X(140).
           02  FILLER                   PIC  X(64).
      *
       FD  C029-FILE
           RECORDING MODE IS F.
       01  C029-RECORD.
           02  C029-ID-CASO             PIC  9(10).
           02  FILLER                   PIC  X(01).
           02  C029-RIF-RICH            PIC  X(35).
           02  FILLER                   PIC  X(01).
           02  C029-BIC-DEST            PIC  X(11).
           02  FILLER                   PIC  X(01).
           02  C029-CRO                 PIC  X(35).
           02  FILLER                   PIC  X(01).
           02  C029-STATO               PIC  X(04).
           02  FILLER                   PIC  X(01).
           02  C029-DT-RISP             PIC  X(08).
           02  FILLER                   PIC  X(01).
           02  C029-TESTO               PIC  X(140).
           02  FILLER                   PIC  X(01).
      *
       FD  RPT-BE300-IND
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  SC-DATA-ELAB                  PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    CASO IN APERTURA / IN RISPOSTA
      *----------------------------------------------------------------*
       01  SC-ID-CASO                    PIC S9(10)  COMP-3 VALUE ZERO.
       01  SC-TIPO                       PIC  X(03)  VALUE SPACE.
           88  SC-TIPO-VALIDO            VALUE 'CNR' 'MOD' 'INF'.
       01  SC-GG-RISPOSTA                PIC S9(03)  COMP-3 VALUE ZERO.
       01  SC-SCADENZA                   PIC  X(10)  VALUE SPACE.
       01  SC-CONTA                      PIC S9(05)  COMP-3 VALUE ZERO.
       01  SC-ISTITUTO                   PIC S9(06)  COMP-3 VALUE ZERO.
       01  SC-DATA-INSE                  PIC  X(08)  VALUE SPACE.
       01  SC-NUM-DIST                   PIC S9(10)  COMP-3 VALUE ZERO.
       01  SC-NUM-MOV                    PIC S9(10)  COMP-3 VALUE ZERO.
       01  SC-RIF-RICH                   PIC  X(35)  VALUE SPACE.
       01  SC-BIC-MITT                   PIC  X(11)  VALUE SPACE.
       01  SC-CRO                        PIC  X(35)  VALUE SPACE.
       01  SC-ESITO-RISP                 PIC  X(04)  VALUE SPACE.
       01  SC-TESTO-RISP                 PIC  X(140) VALUE SPACE.
       01  SC-DT-RISP                    PIC  X(10)  VALUE SPACE.
      *
       01  SC-TOT-LETTE                  PIC S9(07)  COMP-3 VALUE ZERO.
       01  SC-TOT-APERTI                 PIC S9(07)  COMP-3 VALUE ZERO.
       01  SC-TOT-SENZA-MOV              PIC S9(07)  COMP-3 VALUE ZERO.
       01  SC-TOT-SCARTATE               PIC S9(07)  COMP-3 VALUE ZERO.
       01  SC-TOT-RISPOSTE               PIC S9(07)  COMP-3 VALUE ZERO.
      *
       01  SW-FINE-FLU                   PIC  X(01)  VALUE 'N'.
           88  FINE-FLU                              VALUE 'S'.
       01  SW-FINE-RISP                  PIC  X(01)  VALUE 'N'.
           88  FINE-RISP                             VALUE 'S'.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'INDAGINI SUI PAGAMENTI - ELABORAZIONE DEL   '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(78)  VALUE SPACE.
      *
       01  W-RIGA-SEZ1                   PIC  X(132) VALUE
           'RICHIESTE RICEVUTE (CAMT.027 / CAMT.087)'.
       01  W-RIGA-SEZ2                   PIC  X(132) VALUE
           'RISPOSTE INVIATE (CAMT.029)'.
       01  W-RIGA-INTEST.
           02  FILLER                    PIC  X(44)  VALUE
               '      CASO  MESSAGG.  TIP  COD.  BIC        '.
           02  FILLER                    PIC  X(44)  VALUE
               '  CRO                                  SCADE'.
           02  FILLER                    PIC  X(44)  VALUE
               'NZA    ESITO                                '.
      *
       01  W-RIGA-DETT.
           02  W-DETT-CASO               PIC  Z(09)9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-MESSAGGIO          PIC  X(08).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-TIPO               PIC  X(03).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-CODICE             PIC  X(04).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-BIC                PIC  X(11).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-CRO                PIC  X(35).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-SCADENZA           PIC  X(10).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-ESITO              PIC  X(30).
           02  FILLER                    PIC  X(07)  VALUE SPACE.
      *
       01  W-RIGA-TOT1.
           02  FILLER                    PIC  X(10)  VALUE
               'RICHIESTE:'.
           02  W-TOT-LETTE               PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(15)  VALUE
               '  CASI APERTI:'.
           02  W-TOT-APERTI              PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(21)  VALUE
               '  DI CUI SENZA MOV.:'.
           02  W-TOT-SENZA-MOV           PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(13)  VALUE
               '  SCARTATE:'.
           02  W-TOT-SCARTATE            PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(45)  VALUE SPACE.
      *
       01  W-RIGA-TOT2.
           02  FILLER                    PIC  X(18)  VALUE
               'RISPOSTE INVIATE:'.
           02  W-TOT-RISPOSTE            PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(107) VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    RISPOSTE REGISTRATE ONLINE VERSO UNA BANCA, DA INVIARE
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-RISP CURSOR FOR
               SELECT  IND_ID, IND_RIF_RICH, IND_BIC_MITT, IND_CRO,
                       IND_TIPO, IND_ESITO_RISP, IND_TESTO_RISP,
                       CHAR(IND_DT_SCADENZA, ISO),
                       CHAR(DATE(IND_DT_RISP), ISO)
                 FROM  T_BE_INDAGINI
                WHERE  IND_STATO = 'R'
                ORDER BY IND_ID
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-APRI-CASO        THRU 2000-APRI-CASO-X
                   UNTIL FINE-FLU
           PERFORM 2500-INIZIO-RISPOSTE  THRU 2500-INIZIO-RISPOSTE-X
           PERFORM 3000-INVIA-RISPOSTA   THRU 3000-INVIA-RISPOSTA-X
                   UNTIL FINE-RISP
           PERFORM 9000-FINALIZZA        THRU 9000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN INPUT  FLU-IND
           OPEN OUTPUT C029-FILE RPT-BE300-IND
           EXEC SQL
                VALUES CHAR(CURRENT DATE, ISO)
                  INTO :SC-DATA-ELAB
           END-EXEC
           MOVE SC-DATA-ELAB             TO W-T1-DATA
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ1              TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST            TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-APRI-CASO: TIPO E MOTIVO AMMESSI, NESSUN CASO GIA'
      *    APERTO PER LA STESSA RICHIESTA; IL CASO SI APRE ANCHE SE IL
      *    CRO NON E' SUI MOVIMENTI (LA RISPOSTA SARA' NEGATIVA), MA
      *    COSI' RESTA IN EVIDENZA NEL REPORT
      *----------------------------------------------------------------*
       2000-APRI-CASO.
           READ FLU-IND
             AT END
                  SET FINE-FLU           TO TRUE
                  GO TO 2000-APRI-CASO-X
           END-READ
           ADD 1                         TO SC-TOT-LETTE
           MOVE ZERO                     TO W-DETT-CASO
           MOVE IIN-MESSAGGIO            TO W-DETT-MESSAGGIO
           MOVE IIN-MOTIVO               TO W-DETT-CODICE
           MOVE IIN-BIC-MITT             TO W-DETT-BIC
           MOVE IIN-CRO                  TO W-DETT-CRO
           MOVE SPACE                    TO W-DETT-SCADENZA
      *
           MOVE IIN-TIPO                 TO SC-TIPO
           IF  SC-TIPO = SPACE
           THEN
               EVALUATE TRUE
                 WHEN IIN-CAMT-027
                      MOVE 'CNR'         TO SC-TIPO
                 WHEN IIN-CAMT-087
                      MOVE 'MOD'         TO SC-TIPO
               END-EVALUATE
           END-IF
           MOVE SC-TIPO                  TO W-DETT-TIPO
           IF  NOT SC-TIPO-VALIDO
           THEN
               MOVE 'SCARTATA - TIPO NON AMMESSO'
                                         TO W-DETT-ESITO
               GO TO 2000-APRI-CASO-SCARTO
           END-IF
           EXEC SQL SELECT MOT_GG_RISPOSTA
                      INTO :SC-GG-RISPOSTA
                      FROM T_BE_IND_MOTIVI
                     WHERE MOT_CODICE = :IIN-MOTIVO
                       AND MOT_TIPO   = :SC-TIPO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 'SCARTATA - MOTIVO NON AMMESSO'
                                         TO W-DETT-ESITO
               GO TO 2000-APRI-CASO-SCARTO
           END-IF
           EXEC SQL SELECT COUNT(*)
                      INTO :SC-CONTA
                      FROM T_BE_INDAGINI
                     WHERE IND_RIF_RICH = :IIN-RIF-RICH
                       AND IND_BIC_MITT = :IIN-BIC-MITT
           END-EXEC
           IF  SQLCODE = ZERO AND SC-CONTA > ZERO
           THEN
               MOVE 'SCARTATA - CASO GIA'' APERTO'
                                         TO W-DETT-ESITO
               GO TO 2000-APRI-CASO-SCARTO
           END-IF
      *
           EXEC SQL SELECT ISTITUTO, DATA_INSE, NUM_DIST, NUM_MOV
                      INTO :SC-ISTITUTO, :SC-DATA-INSE, :SC-NUM-DIST,
                           :SC-NUM-MOV
                      FROM BE00TBMO
                     WHERE CRO_OPE = :IIN-CRO
                     ORDER BY DATA_INSE DESC, NUM_DIST DESC
                     FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               MOVE 'CASO APERTO'        TO W-DETT-ESITO
           ELSE
               MOVE ZERO                 TO SC-ISTITUTO SC-NUM-DIST
                                            SC-NUM-MOV
               MOVE SPACE                TO SC-DATA-INSE
               MOVE 'CASO APERTO - CRO NON TROVATO'
                                         TO W-DETT-ESITO
               ADD 1                     TO SC-TOT-SENZA-MOV
           END-IF
      *
           EXEC SQL
                VALUES CHAR(CURRENT DATE + :SC-GG-RISPOSTA DAYS, ISO)
                  INTO :SC-SCADENZA
           END-EXEC
           EXEC SQL SELECT NEXT VALUE FOR S_BE_INDAGINI
                      INTO :SC-ID-CASO
                      FROM T_GEN_SOCI
                     WHERE SOCI_CODSOC = 100
           END-EXEC
           EXEC SQL INSERT  INTO T_BE_INDAGINI
                            (IND_ID
                            ,IND_CRO
                            ,IND_ISTITUTO
                            ,IND_DATA_INSE
                            ,IND_NUM_DIST
                            ,IND_NUM_MOV
                            ,IND_TIPO
                            ,IND_MOTIVO
                            ,IND_ORIGINE
                            ,IND_BIC_MITT
                            ,IND_RIF_RICH
                            ,IND_TESTO
                            ,IND_STATO
                            ,IND_UTENTE_APER
                            ,IND_DT_APERTURA
                            ,IND_DT_SCADENZA
                            ,IND_ESITO_RISP
                            ,IND_TESTO_RISP)
                    VALUES (:SC-ID-CASO
                           ,:IIN-CRO
                           ,:SC-ISTITUTO
                           ,:SC-DATA-INSE
                           ,:SC-NUM-DIST
                           ,:SC-NUM-MOV
                           ,:SC-TIPO
                           ,:IIN-MOTIVO
                           ,'F'
                           ,:IIN-BIC-MITT
                           ,:IIN-RIF-RICH
                           ,:IIN-TESTO
                           ,'A'
                           ,'BE300SC'
                           ,CURRENT TIMESTAMP
                           ,DATE(:SC-SCADENZA)
                           ,' '
                           ,' ')
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 'SCARTATA - ERRORE DB2'
                                         TO W-DETT-ESITO
               GO TO 2000-APRI-CASO-SCARTO
           END-IF
           ADD 1                         TO SC-TOT-APERTI
           MOVE SC-ID-CASO               TO W-DETT-CASO
           MOVE SC-SCADENZA              TO W-DETT-SCADENZA
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA
           GO TO 2000-APRI-CASO-X.
      *
       2000-APRI-CASO-SCARTO.
           ADD 1                         TO SC-TOT-SCARTATE
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2000-APRI-CASO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2500-INIZIO-RISPOSTE.
           CLOSE FLU-IND
           MOVE SC-TOT-LETTE             TO W-TOT-LETTE
           MOVE SC-TOT-APERTI            TO W-TOT-APERTI
           MOVE SC-TOT-SENZA-MOV         TO W-TOT-SENZA-MOV
           MOVE SC-TOT-SCARTATE          TO W-TOT-SCARTATE
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TOT1              TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ2              TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST            TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-RISP END-EXEC.
      *----------------------------------------------------------------*
       2500-INIZIO-RISPOSTE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-INVIA-RISPOSTA: IL CASO SI CHIUDE E POI SI SCRIVE IL
      *    CAMT.029, COSI' UNA RIPARTENZA NON LO RIMANDA
      *----------------------------------------------------------------*
       3000-INVIA-RISPOSTA.
           EXEC SQL FETCH CURS-RISP
                    INTO :SC-ID-CASO, :SC-RIF-RICH, :SC-BIC-MITT,
                         :SC-CRO, :SC-TIPO, :SC-ESITO-RISP,
                         :SC-TESTO-RISP, :SC-SCADENZA, :SC-DT-RISP
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-RISP             TO TRUE
               GO TO 3000-INVIA-RISPOSTA-X
           END-IF
           EXEC SQL UPDATE T_BE_INDAGINI
                       SET IND_STATO    = 'C',
                           IND_DT_INVIO = CURRENT TIMESTAMP
                     WHERE IND_ID    = :SC-ID-CASO
                       AND IND_STATO = 'R'
           END-EXEC
           IF  SQLCODE NOT = ZERO OR SQLERRD(3) = ZERO
           THEN
               GO TO 3000-INVIA-RISPOSTA-X
           END-IF
           MOVE SPACE                    TO C029-RECORD
           MOVE SC-ID-CASO               TO C029-ID-CASO
           MOVE SC-RIF-RICH              TO C029-RIF-RICH
           MOVE SC-BIC-MITT              TO C029-BIC-DEST
           MOVE SC-CRO                   TO C029-CRO
           MOVE SC-ESITO-RISP            TO C029-STATO
           MOVE SC-DT-RISP(1:4)          TO C029-DT-RISP(1:4)
           MOVE SC-DT-RISP(6:2)          TO C029-DT-RISP(5:2)
           MOVE SC-DT-RISP(9:2)          TO C029-DT-RISP(7:2)
           MOVE SC-TESTO-RISP            TO C029-TESTO
           WRITE C029-RECORD
           ADD 1                         TO SC-TOT-RISPOSTE
      *
           MOVE SC-ID-CASO               TO W-DETT-CASO
           MOVE 'CAMT.029'               TO W-DETT-MESSAGGIO
           MOVE SC-TIPO                  TO W-DETT-TIPO
           MOVE SC-ESITO-RISP            TO W-DETT-CODICE
           MOVE SC-BIC-MITT              TO W-DETT-BIC
           MOVE SC-CRO                   TO W-DETT-CRO
           MOVE SC-SCADENZA              TO W-DETT-SCADENZA
           IF  SC-DT-RISP > SC-SCADENZA
           THEN
               MOVE 'INVIATA OLTRE LA SCADENZA'
                                         TO W-DETT-ESITO
           ELSE
               MOVE 'RISPOSTA INVIATA'   TO W-DETT-ESITO
           END-IF
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       3000-INVIA-RISPOSTA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
           EXEC SQL CLOSE CURS-RISP END-EXEC
           MOVE SC-TOT-RISPOSTE          TO W-TOT-RISPOSTE
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TOT2              TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE C029-FILE
                 RPT-BE300-IND
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM BE300SC ********************************
