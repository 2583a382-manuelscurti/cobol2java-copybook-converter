      ******************************************************************
      *                        OP0001RA                                *
      *                                                                *
      *  PROCEDURA    : CONSOLE OPERATIVA - PREVISIONE DI FINE         *
      *                 FINESTRA BATCH E CAMMINO CRITICO               *
      *  DESCRIZIONE  : GIRA A INTERVALLI DURANTE LA NOTTE E           *
      *                 RICOSTRUISCE IL GRAFO DEI PROGRAMMI ATTESI     *
      *                 STANOTTE DI TUTTE LE FAMIGLIE (DFAX, BE300,    *
      *                 ANAGRAFE, TE0009, OP):                         *
      *                  - NODI: T_OP_RUN_ATTESI (REGISTRO OP0001K0)   *
      *                    E I PROGRAMMI DI FLUSSO ATTIVI              *
      *                    (T_FLU_PROGRAMMI)                           *
      *                  - ARCHI: T_FLU_DIPENDENZE E LE DIPENDENZE     *
      *                    TRA FAMIGLIE DI T_OP_DIPENDENZE             *
      *                 STATO DI OGNI NODO DA T_OP_RUN_REG O DA        *
      *                 T_FLU_RUN, DURATA STIMATA DALLA MEDIA DELLE    *
      *                 CORSE OK DEGLI ULTIMI GIORNI (PER I FLUSSI     *
      *                 DA T_OP_DURATE, CHE QUESTO PROGRAMMA STESSO    *
      *                 ALIMENTA OSSERVANDO I PASSAGGI LN -> OK DI     *
      *                 T_FLU_RUN). CON IL CALCOLO IN AVANTI PREVEDE   *
      *                 L'ORA DI FINE DI OGNI CONSEGNA                 *
      *                 (T_OP_CONSEGNE) E LA CONFRONTA CON IL SUO      *
      *                 LIMITE; SUL CAMMINO CRITICO IL COLLO DI        *
      *                 BOTTIGLIA E' IL PROGRAMMA NON CONCLUSO CON     *
      *                 PIU' TEMPO RESIDUO. SE LA CONSEGNA E'          *
      *                 PREVISTA IN RITARDO MANDA UN SMS               *
      *                 ALL'OPERATORE DI TURNO (COME OP0001R2) CON     *
      *                 IL NOME DEL COLLO, UNA VOLTA PER CONSEGNA E    *
      *                 COLLO. OGNI PREVISIONE RESTA SU                *
      *                 T_OP_PREVISIONI PER IL CONFRONTO DEL MATTINO   *
      *                 (OP0001RB)                                     *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE OPERATIVITA' BATCH *
      *  INPUT        : T_OP_RUN_ATTESI, T_OP_RUN_REG,                 *
      *                 T_FLU_PROGRAMMI, T_FLU_RUN, T_FLU_DIPENDENZE,  *
      *                 T_OP_DIPENDENZE, T_OP_CONSEGNE, T_OP_DURATE,   *
      *                 T_OP_SOGLIE, T_OP_TURNI, T_DFAX_ROUTING (DB2)  *
      *  OUTPUT       : T_OP_PREVISIONI, T_OP_DURATE, JOB SMS SU       *
      *                 INTRDR, REPORT SU RPT-OP0001-PREVISIONE,       *
      *                 RETURN-CODE 4 SE UNA CONSEGNA E' IN RITARDO    *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - PREVISIONE DI FINE NOTTE SUL CAMMINO *
      *           CRITICO CON ALLARME SUL COLLO DI BOTTIGLIA           *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     OP0001RA.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT SUB-FILE              ASSIGN  TO  INTRDR
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-OP0001-PREVISIONE ASSIGN  TO  RPTOPPRV
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  SUB-FILE
           RECORDING MODE IS F.
       01  SUB-RIGA                     PIC  X(80).
      *
       FD  RPT-OP0001-PREVISIONE
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *----------------------------------------------------------------*
      *    DATA DI ELABORAZIONE E REGISTRO CORSE (OP0001K0): E' LA
      *    GIORNATA DELLA NOTTE SORVEGLIATA, ANCHE DOPO MEZZANOTTE
      *----------------------------------------------------------------*
           COPY OP0001W0.
       01  RA-PGM-REGISTRO            PIC  X(08)  VALUE 'OP0001K0'.
       01  RA-DATA-ELAB               PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    TUTTI GLI ORARI SONO IN SECONDI DALLA MEZZANOTTE DELLA DATA
      *    DI ELABORAZIONE: 93600 E' LE 02:00 DEL GIORNO DOPO
      *----------------------------------------------------------------*
       01  RA-ORA                        PIC S9(09)  COMP-3 VALUE ZERO.
       01  RA-TS-CALCOLO                 PIC  X(26)  VALUE SPACE.
      *
      *    PARAMETRI DA T_OP_SOGLIE (PRVG GIORNI DI STORIA, PRVD DURATA
      *    IN SECONDI DI UN PROGRAMMA SENZA STORIA); I VALORI COMPILATI
      *    RESTANO SOLO COME RIPIEGO
       01  RA-GG-STORIA                  PIC S9(09)  COMP-3 VALUE +20.
       01  RA-DUR-DEFAULT                PIC S9(09)  COMP-3 VALUE +600.
       01  RA-SOGLIA                     PIC S9(09)  COMP-3 VALUE ZERO.
      *
       01  RA-PROGRAMMA                  PIC  X(08)  VALUE SPACE.
       01  RA-PREDECESSORE               PIC  X(08)  VALUE SPACE.
       01  RA-FONTE                      PIC  X(01)  VALUE SPACE.
       01  RA-STATO-CORSA                PIC  X(02)  VALUE SPACE.
       01  RA-INIZIO                     PIC S9(09)  COMP-3 VALUE ZERO.
       01  RA-FINE                       PIC S9(09)  COMP-3 VALUE ZERO.
       01  RA-RUN-TS                     PIC  X(26)  VALUE SPACE.
       01  RA-NUM-STORIA                 PIC S9(05)  COMP-3 VALUE ZERO.
       01  RA-MEDIA                      PIC S9(09)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    GRAFO DELLA NOTTE: NODI IN ORDINE DI PROGRAMMA, ARCHI
      *    GIA' RISOLTI IN POSIZIONI DELLA TABELLA NODI
      *----------------------------------------------------------------*
       01  RA-MAX-NODI                   PIC  9(04)  VALUE 500.
       01  RA-NUM-NODI                   PIC  9(04)  VALUE ZERO.
       01  RA-TAB-NODI.
           02  RA-NODO OCCURS 500.
      *            FONTE: 'R' REGISTRO OP0001K0, 'F' FLUSSO (T_FLU_RUN)
               03  RA-ND-PROGRAMMA       PIC  X(08).
               03  RA-ND-FONTE           PIC  X(01).
      *            STATO: 'C' CONCLUSO, 'E' IN ESECUZIONE, 'A' IN ATTESA
               03  RA-ND-STATO           PIC  X(01).
               03  RA-ND-INIZIO          PIC S9(09)  COMP-3.
               03  RA-ND-FINE            PIC S9(09)  COMP-3.
               03  RA-ND-DURATA          PIC S9(09)  COMP-3.
               03  RA-ND-STORIA          PIC S9(05)  COMP-3.
      *            PREDECESSORE CHE NE DETERMINA L'INIZIO (0 = NESSUNO)
               03  RA-ND-CRITICO         PIC  9(04).
      *
       01  RA-MAX-ARCHI                  PIC  9(04)  VALUE 2000.
       01  RA-NUM-ARCHI                  PIC  9(04)  VALUE ZERO.
       01  RA-TAB-ARCHI.
           02  RA-ARCO OCCURS 2000.
               03  RA-AR-NODO            PIC  9(04).
               03  RA-AR-PRED            PIC  9(04).
      *
       01  RA-I                          PIC  9(04)  VALUE ZERO.
       01  RA-A                          PIC  9(04)  VALUE ZERO.
       01  RA-K                          PIC  9(04)  VALUE ZERO.
       01  RA-N                          PIC  9(04)  VALUE ZERO.
       01  RA-P                          PIC  9(04)  VALUE ZERO.
       01  RA-CERCA                      PIC  X(08)  VALUE SPACE.
       01  RA-TROVATO                    PIC  9(04)  VALUE ZERO.
       01  RA-CAMBI                      PIC S9(07)  COMP-3 VALUE ZERO.
       01  RA-PASSATE                    PIC  9(04)  VALUE ZERO.
       01  RA-PASSI                      PIC  9(04)  VALUE ZERO.
       01  RA-NODI-PERSI                 PIC S9(05)  COMP-3 VALUE ZERO.
       01  RA-ARCHI-PERSI                PIC S9(05)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    CONSEGNA IN ESAME
      *----------------------------------------------------------------*
       01  RA-CON-CODICE                 PIC  X(08)  VALUE SPACE.
       01  RA-CON-DESCR                  PIC  X(30)  VALUE SPACE.
       01  RA-CON-PROGRAMMA              PIC  X(08)  VALUE SPACE.
       01  RA-CON-LIMITE                 PIC S9(09)  COMP-3 VALUE ZERO.
       01  RA-CON-NODO                   PIC  9(04)  VALUE ZERO.
       01  RA-PREVISTA                   PIC S9(09)  COMP-3 VALUE ZERO.
       01  RA-MARGINE                    PIC S9(07)  COMP-3 VALUE ZERO.
       01  RA-COLLO                      PIC  X(08)  VALUE SPACE.
       01  RA-COLLO-RESIDUO              PIC S9(09)  COMP-3 VALUE ZERO.
       01  RA-RESIDUO                    PIC S9(09)  COMP-3 VALUE ZERO.
       01  RA-ESITO                      PIC  X(01)  VALUE SPACE.
           88  RA-PREV-IN-TEMPO                      VALUE 'T'.
           88  RA-PREV-RITARDO                       VALUE 'R'.
           88  RA-CONS-IN-TEMPO                      VALUE 'C'.
           88  RA-CONS-RITARDO                       VALUE 'L'.
       01  RA-ALLARME                    PIC  X(01)  VALUE 'N'.
       01  RA-GIA-AVVISATO               PIC S9(05)  COMP-3 VALUE ZERO.
       01  RA-NUMCELL                    PIC  X(15)  VALUE SPACE.
      *
      *    FORMATO ORARIO DEL REPORT: 'G+1 06:30' (GIORNI DOPO LA DATA
      *    DI ELABORAZIONE, ORE E MINUTI)
       01  RA-SEC-FMT                    PIC S9(09)  COMP-3 VALUE ZERO.
       01  RA-GG-FMT                     PIC  9(01)  VALUE ZERO.
       01  RA-RESTO-FMT                  PIC S9(09)  COMP-3 VALUE ZERO.
       01  RA-ORA-FMT.
           02  RA-FMT-PRE                PIC  X(02).
           02  RA-FMT-GG                 PIC  X(01).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RA-FMT-HH                 PIC  9(02).
           02  FILLER                    PIC  X(01)  VALUE ':'.
           02  RA-FMT-MM                 PIC  9(02).
      *
       01  SW-FINE-NODI                  PIC  X(01)  VALUE 'N'.
           88  FINE-NODI                             VALUE 'S'.
       01  SW-FINE-ARCHI                 PIC  X(01)  VALUE 'N'.
           88  FINE-ARCHI                            VALUE 'S'.
       01  SW-FINE-CONSEGNE              PIC  X(01)  VALUE 'N'.
           88  FINE-CONSEGNE                         VALUE 'S'.
      *
       01  RA-TOT-CONSEGNE               PIC S9(05)  COMP-3 VALUE ZERO.
       01  RA-TOT-IN-TEMPO               PIC S9(05)  COMP-3 VALUE ZERO.
       01  RA-TOT-RITARDI                PIC S9(05)  COMP-3 VALUE ZERO.
       01  RA-TOT-ALLARMI                PIC S9(05)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    SCHELETRO DEL JOB AOPPRINT VERSO IL GATEWAY SMS, COME
      *    OP0001R2
      *----------------------------------------------------------------*
       01  RIGA-JOB1.
           02 FILLER                 PIC X(11)  VALUE '//FE07PREV'.
           02 FILLER                 PIC X(11)  VALUE ' JOB CLASS='.
           02 RJ1-CLASS              PIC X      VALUE 'M'.
           02 FILLER                 PIC X(10)  VALUE ',MSGCLASS='.
           02 RJ1-MSGCLASS           PIC X      VALUE 'Z'.
           02 FILLER                 PIC X(14)  VALUE ',USER=UDFAXSCA'.
           02 FILLER                 PIC X(32)  VALUE SPACE.
       01  RIGA-JOB2.
           02 FILLER                 PIC X(31)  VALUE
              '//EMAIL EXEC AOPPRINT,PRINTER='''.
           02 RJ2-PRINTER            PIC X(7)   VALUE 'PRT2001'.
           02 FILLER                 PIC X(02)  VALUE ''','.
           02 FILLER                 PIC X(40)  VALUE SPACE.
       01  RIGA-JOB3                 PIC X(80)  VALUE
              '// OPTIONS=''attributes=//DD:MYATTR''             '.
       01  RIGA-JOB4                 PIC X(80)  VALUE
              '//SYSIN DD *                                    '.
       01  RIGA-JOB5                 PIC X(80)  VALUE
              '//MYATTR DD *                                   '.
       01  RIGA-JOB11                PIC X(80)  VALUE
              '/*                                              '.
      *
       01  WK-GRAFFA-OP              PIC X    VALUE X'C0'.
       01  WK-GRAFFA-CL              PIC X    VALUE X'D0'.
       01  TAB-INDIRIZZO.
           02 ELE-TAB-IND    PIC X      OCCURS 40 VALUE SPACE.
       01  IND                       PIC  9(04)  VALUE ZERO.
       01  IND1                      PIC  9(04)  VALUE ZERO.
       01  RIGA-JOB6.
           02 FILLER                 PIC X(18)   VALUE
                    'mail-to-addresses='.
           02 RJ6-INDIRIZZO          PIC X(40)   VALUE SPACE.
           02 FILLER                 PIC X(22)   VALUE SPACE.
      *
       01  RIGA-ALLARME.
           02 FILLER                 PIC X(19)   VALUE
              'RITARDO PREVISTO   '.
           02 RAL-CONSEGNA           PIC X(08).
           02 FILLER                 PIC X(06)   VALUE ' PREV '.
           02 RAL-PREVISTA           PIC X(09).
           02 FILLER                 PIC X(08)   VALUE ' LIMITE '.
           02 RAL-LIMITE             PIC X(09).
           02 FILLER                 PIC X(07)   VALUE ' COLLO '.
           02 RAL-COLLO              PIC X(08).
           02 FILLER                 PIC X(06)   VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    INSTRADAMENTO DEL JOB DALLA RIGA GENERICA DI
      *    T_DFAX_ROUTING, COME OP0001R2
      *----------------------------------------------------------------*
       01  ROU-PRINTER                   PIC  X(07)  VALUE SPACE.
       01  ROU-CLASS                     PIC  X(01)  VALUE SPACE.
       01  ROU-MSGCLASS                  PIC  X(01)  VALUE SPACE.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'CONSOLE OPERATIVA - PREVISIONE NOTTE DEL    '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(12)  VALUE
               '   ORE CALC.'.
           02  W-T1-ORA                  PIC  X(09).
           02  FILLER                    PIC  X(57)  VALUE SPACE.
      *
       01  W-RIGA-TESTATA2.
           02  FILLER                    PIC  X(44)  VALUE
               'CONSEGNA  DESCRIZIONE                     PR'.
           02  FILLER                    PIC  X(44)  VALUE
               'OGRAM.  LIMITE     PREVISTA   MARGINE  COLLO'.
           02  FILLER                    PIC  X(44)  VALUE
               '     ESITO                                  '.
      *
       01  W-RIGA-TESTATA3.
           02  FILLER                    PIC  X(44)  VALUE
               '          PROGRAM.  ORIGINE   STATO         '.
           02  FILLER                    PIC  X(44)  VALUE
               'INIZIO     FINE       MIN.    STO  NOTA     '.
           02  FILLER                    PIC  X(44)  VALUE SPACE.
      *
       01  W-RIGA-TITOLO.
           02  W-TIT-TESTO               PIC  X(60).
           02  FILLER                    PIC  X(72)  VALUE SPACE.
      *
       01  W-RIGA-DETT.
           02  W-DETT-CONSEGNA           PIC  X(08).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-DESCR              PIC  X(30).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-PROGRAMMA          PIC  X(08).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-LIMITE             PIC  X(09).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-PREVISTA           PIC  X(09).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-MARGINE            PIC  -ZZ.ZZ9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-COLLO              PIC  X(08).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-ESITO              PIC  X(24).
           02  FILLER                    PIC  X(15)  VALUE SPACE.
      *
       01  W-RIGA-CAMM.
           02  FILLER                    PIC  X(10)  VALUE SPACE.
           02  W-CAM-PROGRAMMA           PIC  X(08).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-CAM-ORIGINE             PIC  X(08).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-CAM-STATO               PIC  X(12).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-CAM-INIZIO              PIC  X(09).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-CAM-FINE                PIC  X(09).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-CAM-DURATA              PIC  ZZ.ZZ9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-CAM-STORIA              PIC  ZZ9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-CAM-NOTA                PIC  X(30).
           02  FILLER                    PIC  X(23)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                    PIC  X(20)  VALUE
               'CONSEGNE ESAMINATE: '.
           02  W-TOT-CONSEGNE            PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  IN TEMPO:         '.
           02  W-TOT-IN-TEMPO            PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  IN RITARDO:       '.
           02  W-TOT-RITARDI             PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  ALLARMI INVIATI:  '.
           02  W-TOT-ALLARMI             PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(08)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    PROGRAMMI ATTESI STANOTTE: I REPORT DEL REGISTRO (I MENSILI
      *    SOLO IL PRIMO DEL MESE, COME OP0001R6) E I PROGRAMMI DI
      *    FLUSSO ATTIVI
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-NODI CURSOR FOR
               SELECT  ATT_PROGRAMMA, 'R'
                 FROM  T_OP_RUN_ATTESI
                WHERE  ATT_ATTIVO = 'S'
                  AND  (ATT_FREQUENZA = 'G'
                   OR   (ATT_FREQUENZA = 'M'
                  AND    DAY(DATE(:RA-DATA-ELAB)) = 1))
               UNION
               SELECT  PGF_PROGRAMMA, 'F'
                 FROM  T_FLU_PROGRAMMI
                WHERE  PGF_STATO = 'A'
                ORDER BY 1, 2
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    DIPENDENZE DICHIARATE: QUELLE DEI FLUSSI E QUELLE TRA
      *    FAMIGLIE DIVERSE
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-ARCHI CURSOR FOR
               SELECT  DIP_PROGRAMMA, DIP_PREDECESSORE
                 FROM  T_FLU_DIPENDENZE
               UNION
               SELECT  DPO_PROGRAMMA, DPO_PREDECESSORE
                 FROM  T_OP_DIPENDENZE
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    CONSEGNE DEL MATTINO CON IL LIMITE IN SECONDI DALLA
      *    MEZZANOTTE DELLA DATA DI ELABORAZIONE
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-CONSEGNE CURSOR FOR
               SELECT  CON_CODICE, CON_DESCR, CON_PROGRAMMA,
                       CON_GG_LIMITE * 86400 +
                       MIDNIGHT_SECONDS(CON_ORA_LIMITE)
                 FROM  T_OP_CONSEGNE
                WHERE  CON_ATTIVA = 'S'
                ORDER BY 4, 1
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           EXEC SQL OPEN CURS-NODI END-EXEC
           PERFORM 2000-CARICA-NODO      THRU 2000-CARICA-NODO-X
                   UNTIL FINE-NODI
           EXEC SQL OPEN CURS-ARCHI END-EXEC
           PERFORM 3000-CARICA-ARCO      THRU 3000-CARICA-ARCO-X
                   UNTIL FINE-ARCHI
      *
      *    CALCOLO IN AVANTI: SI RIPASSANO GLI ARCHI FINCHE' QUALCHE
      *    PREVISIONE SI SPOSTA; SU UN GRAFO SENZA CICLI BASTANO TANTE
      *    PASSATE QUANTI SONO I NODI
           MOVE 1                        TO RA-CAMBI
           MOVE ZERO                     TO RA-PASSATE
           PERFORM 4000-PASSATA          THRU 4000-PASSATA-X
                   UNTIL RA-CAMBI = ZERO
                   OR    RA-PASSATE > RA-NUM-NODI
           PERFORM 1800-ANOMALIE-GRAFO   THRU 1800-ANOMALIE-GRAFO-X
      *
           MOVE 'CONSEGNE E CAMMINO CRITICO'
                                         TO W-TIT-TESTO
           PERFORM 1900-TITOLO           THRU 1900-TITOLO-X
           EXEC SQL OPEN CURS-CONSEGNE END-EXEC
           PERFORM 5000-CONSEGNA         THRU 5000-CONSEGNA-X
                   UNTIL FINE-CONSEGNE
           PERFORM 9000-FINALIZZA        THRU 9000-FINALIZZA-X
           MOVE 'F'                      TO OPK0-FUNZIONE
           MOVE 'OK'                     TO OPK0-ESITO-CORSA
           CALL RA-PGM-REGISTRO    USING OPK0-AREA
           IF  RA-TOT-RITARDI > ZERO
           THEN
               MOVE 4                    TO RETURN-CODE
           END-IF
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           INITIALIZE OPK0-AREA
           MOVE 'I'                      TO OPK0-FUNZIONE
           MOVE 'OP0001RA'               TO OPK0-PROGRAMMA
           CALL RA-PGM-REGISTRO    USING OPK0-AREA
           MOVE OPK0-DATA-ELAB           TO RA-DATA-ELAB
           OPEN OUTPUT SUB-FILE RPT-OP0001-PREVISIONE
           EXEC SQL
                VALUES CHAR(DATE(:RA-DATA-ELAB), ISO) INTO :W-T1-DATA
           END-EXEC
           EXEC SQL
                VALUES CURRENT TIMESTAMP INTO :RA-TS-CALCOLO
           END-EXEC
           EXEC SQL
                VALUES (DAYS(TIMESTAMP(:RA-TS-CALCOLO)) -
                        DAYS(DATE(:RA-DATA-ELAB))) * 86400 +
                       MIDNIGHT_SECONDS(TIMESTAMP(:RA-TS-CALCOLO))
                  INTO :RA-ORA
           END-EXEC
           IF  RA-ORA < ZERO
           THEN
               MOVE ZERO                 TO RA-ORA
           END-IF
           MOVE RA-ORA                   TO RA-SEC-FMT
           PERFORM 5900-FORMATTA-ORA     THRU 5900-FORMATTA-ORA-X
           MOVE RA-ORA-FMT               TO W-T1-ORA
      *
      *    PARAMETRI DELLA STIMA
           EXEC SQL SELECT SOG_SOGLIA
                      INTO :RA-SOGLIA
                      FROM T_OP_SOGLIE
                     WHERE SOG_CODICE = 'PRVG'
                       AND SOG_ATTIVA = 'S'
           END-EXEC
           IF  SQLCODE = ZERO AND RA-SOGLIA > ZERO
           THEN
               MOVE RA-SOGLIA            TO RA-GG-STORIA
           END-IF
           EXEC SQL SELECT SOG_SOGLIA
                      INTO :RA-SOGLIA
                      FROM T_OP_SOGLIE
                     WHERE SOG_CODICE = 'PRVD'
                       AND SOG_ATTIVA = 'S'
           END-EXEC
           IF  SQLCODE = ZERO AND RA-SOGLIA > ZERO
           THEN
               MOVE RA-SOGLIA            TO RA-DUR-DEFAULT
           END-IF
      *
      *    INSTRADAMENTO CONFIGURATO DEL JOB (RIGA GENERICA)
           EXEC SQL SELECT ROU_PRINTER, ROU_CLASS, ROU_MSGCLASS
                      INTO :ROU-PRINTER, :ROU-CLASS, :ROU-MSGCLASS
                      FROM T_DFAX_ROUTING
                     WHERE ROU_CODSOC = 100
                       AND ROU_AGE    = 0
                       AND ROU_CANALE = '*'
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               MOVE ROU-CLASS            TO RJ1-CLASS
               MOVE ROU-MSGCLASS         TO RJ1-MSGCLASS
               MOVE ROU-PRINTER          TO RJ2-PRINTER
           END-IF
      *
      *    CELLULARE DELL'OPERATORE DI TURNO IN QUESTO MOMENTO
           EXEC SQL SELECT TUR_NUMCELL
                      INTO :RA-NUMCELL
                      FROM T_OP_TURNI
                     WHERE TUR_DATA     = CURRENT DATE
                       AND TUR_ORA_DA  <= CURRENT TIME
                       AND TUR_ORA_A   >  CURRENT TIME
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE SPACE                TO RA-NUMCELL
           END-IF
      *
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TESTATA2          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TESTATA3          TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    1800-ANOMALIE-GRAFO: TABELLE PIENE O DIPENDENZE CICLICHE
      *    RENDONO LA PREVISIONE APPROSSIMATA: LO SI DICE NEL REPORT
      *----------------------------------------------------------------*
       1800-ANOMALIE-GRAFO.
           IF  RA-NODI-PERSI > ZERO
           THEN
               MOVE '** TABELLA NODI PIENA: PROGRAMMI PERSI'
                                         TO W-TIT-TESTO
               PERFORM 1900-TITOLO       THRU 1900-TITOLO-X
           END-IF
           IF  RA-ARCHI-PERSI > ZERO
           THEN
               MOVE '** TABELLA DIPENDENZE PIENA: ARCHI PERSI'
                                         TO W-TIT-TESTO
               PERFORM 1900-TITOLO       THRU 1900-TITOLO-X
           END-IF
           IF  RA-CAMBI > ZERO
           THEN
               MOVE '** DIPENDENZE CICLICHE: PREVISIONE INCERTA'
                                         TO W-TIT-TESTO
               PERFORM 1900-TITOLO       THRU 1900-TITOLO-X
           END-IF.
      *----------------------------------------------------------------*
       1800-ANOMALIE-GRAFO-X.
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
      *    2000-CARICA-NODO: UN PROGRAMMA ATTESO CON IL SUO STATO DI
      *    STANOTTE, LA DURATA STIMATA E LA PRIMA PREVISIONE DI FINE
      *----------------------------------------------------------------*
       2000-CARICA-NODO.
           EXEC SQL FETCH CURS-NODI
                    INTO :RA-PROGRAMMA, :RA-FONTE
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-NODI             TO TRUE
               EXEC SQL CLOSE CURS-NODI END-EXEC
               GO TO 2000-CARICA-NODO-X
           END-IF
      *
      *    UN PROGRAMMA SIA NEL REGISTRO SIA TRA I FLUSSI SI CONTA
      *    UNA VOLTA SOLA (VALE LA PRIMA FONTE, 'F')
           IF  RA-NUM-NODI > ZERO
           AND RA-ND-PROGRAMMA(RA-NUM-NODI) = RA-PROGRAMMA
           THEN
               GO TO 2000-CARICA-NODO-X
           END-IF
           IF  RA-NUM-NODI NOT < RA-MAX-NODI
           THEN
               ADD 1                     TO RA-NODI-PERSI
               GO TO 2000-CARICA-NODO-X
           END-IF
      *
           ADD 1                         TO RA-NUM-NODI
           MOVE RA-NUM-NODI              TO RA-N
           MOVE RA-PROGRAMMA             TO RA-ND-PROGRAMMA(RA-N)
           MOVE RA-FONTE                 TO RA-ND-FONTE(RA-N)
           MOVE 'A'                      TO RA-ND-STATO(RA-N)
           MOVE RA-ORA                   TO RA-ND-INIZIO(RA-N)
           MOVE ZERO                     TO RA-ND-FINE(RA-N)
           MOVE ZERO                     TO RA-ND-CRITICO(RA-N)
           IF  RA-FONTE = 'R'
           THEN
               PERFORM 2100-STATO-REGISTRO
                  THRU 2100-STATO-REGISTRO-X
           ELSE
               PERFORM 2200-STATO-FLUSSO THRU 2200-STATO-FLUSSO-X
           END-IF
           PERFORM 2300-DURATA           THRU 2300-DURATA-X
           PERFORM 2400-PRIMA-STIMA      THRU 2400-PRIMA-STIMA-X.
      *----------------------------------------------------------------*
       2000-CARICA-NODO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-STATO-REGISTRO: ULTIMA CORSA DI STANOTTE SUL REGISTRO
      *    OP0001K0. 'OK' CONCLUSA, 'IN' IN CORSO; UNA CORSA 'KO'
      *    VA RIFATTA, QUINDI IL PROGRAMMA E' ANCORA IN ATTESA
      *----------------------------------------------------------------*
       2100-STATO-REGISTRO.
           MOVE SPACE                    TO RA-STATO-CORSA
           EXEC SQL SELECT REG_STATO,
                           (DAYS(REG_DATA_INS) -
                            DAYS(DATE(:RA-DATA-ELAB))) * 86400 +
                           MIDNIGHT_SECONDS(REG_DATA_INS),
                           COALESCE((DAYS(REG_DATA_FINE) -
                            DAYS(DATE(:RA-DATA-ELAB))) * 86400 +
                           MIDNIGHT_SECONDS(REG_DATA_FINE), 0)
                      INTO :RA-STATO-CORSA, :RA-INIZIO, :RA-FINE
                      FROM T_OP_RUN_REG
                     WHERE REG_PROGRAMMA = :RA-PROGRAMMA
                       AND REG_DATA_ELAB = DATE(:RA-DATA-ELAB)
                     ORDER BY REG_DATA_INS DESC
                     FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               GO TO 2100-STATO-REGISTRO-X
           END-IF
           EVALUATE RA-STATO-CORSA
             WHEN 'OK'
                  MOVE 'C'               TO RA-ND-STATO(RA-N)
                  MOVE RA-INIZIO         TO RA-ND-INIZIO(RA-N)
                  MOVE RA-FINE           TO RA-ND-FINE(RA-N)
             WHEN 'IN'
                  MOVE 'E'               TO RA-ND-STATO(RA-N)
                  MOVE RA-INIZIO         TO RA-ND-INIZIO(RA-N)
           END-EVALUATE.
      *----------------------------------------------------------------*
       2100-STATO-REGISTRO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-STATO-FLUSSO: T_FLU_RUN TIENE SOLO L'ULTIMO PASSAGGIO
      *    DEL PROGRAMMA ('LN' LANCIATO DA TE0009R7, 'OK' CHIUSO DA
      *    TE0009B1) E LO SOVRASCRIVE: PER AVERE LE DURATE SI
      *    REGISTRANO SU T_OP_DURATE IL LANCIO E LA CHIUSURA VISTI
      *    DA QUESTO GIRO. UN PROGRAMMA LANCIATO E CHIUSO TRA DUE GIRI
      *    NON LASCIA DURATA
      *----------------------------------------------------------------*
       2200-STATO-FLUSSO.
           MOVE SPACE                    TO RA-STATO-CORSA
           EXEC SQL SELECT RUN_STATO, RUN_DT_ULT_ESEC,
                           (DAYS(RUN_DT_ULT_ESEC) -
                            DAYS(DATE(:RA-DATA-ELAB))) * 86400 +
                           MIDNIGHT_SECONDS(RUN_DT_ULT_ESEC)
                      INTO :RA-STATO-CORSA, :RA-RUN-TS, :RA-FINE
                      FROM T_FLU_RUN
                     WHERE RUN_PROGRAMMA    = :RA-PROGRAMMA
                       AND RUN_DT_ULT_ESEC >=
                           TIMESTAMP(DATE(:RA-DATA-ELAB), '00:00:00')
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               GO TO 2200-STATO-FLUSSO-X
           END-IF
           EVALUATE RA-STATO-CORSA
             WHEN 'OK'
                  MOVE 'C'               TO RA-ND-STATO(RA-N)
                  MOVE RA-FINE           TO RA-ND-FINE(RA-N)
                  EXEC SQL UPDATE T_OP_DURATE
                              SET DUR_TS_FINE   = :RA-RUN-TS
                            WHERE DUR_PROGRAMMA = :RA-PROGRAMMA
                              AND DUR_DATA_ELAB = DATE(:RA-DATA-ELAB)
                              AND DUR_TS_FINE IS NULL
                  END-EXEC
             WHEN 'LN'
                  MOVE 'E'               TO RA-ND-STATO(RA-N)
                  MOVE RA-FINE           TO RA-ND-INIZIO(RA-N)
      *           -803: LANCIO GIA' REGISTRATO DA UN GIRO PRECEDENTE
                  EXEC SQL INSERT INTO T_OP_DURATE
                                   (DUR_PROGRAMMA
                                   ,DUR_DATA_ELAB
                                   ,DUR_TS_INIZIO)
                          VALUES
                                 (:RA-PROGRAMMA
                                 ,DATE(:RA-DATA-ELAB)
                                 ,:RA-RUN-TS)
                  END-EXEC
           END-EVALUATE.
      *----------------------------------------------------------------*
       2200-STATO-FLUSSO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2300-DURATA: MEDIA DELLE CORSE CONCLUSE NEGLI ULTIMI
      *    RA-GG-STORIA GIORNI; SENZA STORIA LA DURATA DI RIPIEGO
      *----------------------------------------------------------------*
       2300-DURATA.
           MOVE ZERO                     TO RA-NUM-STORIA RA-MEDIA
           IF  RA-FONTE = 'R'
           THEN
               EXEC SQL SELECT COUNT(*),
                               COALESCE(AVG((DAYS(REG_DATA_FINE) -
                                DAYS(REG_DATA_INS)) * 86400 +
                               MIDNIGHT_SECONDS(REG_DATA_FINE) -
                               MIDNIGHT_SECONDS(REG_DATA_INS)), 0)
                          INTO :RA-NUM-STORIA, :RA-MEDIA
                          FROM T_OP_RUN_REG
                         WHERE REG_PROGRAMMA  = :RA-PROGRAMMA
                           AND REG_STATO      = 'OK'
                           AND REG_DATA_FINE IS NOT NULL
                           AND REG_DATA_ELAB  < DATE(:RA-DATA-ELAB)
                           AND REG_DATA_ELAB >= DATE(:RA-DATA-ELAB)
                                              - :RA-GG-STORIA DAYS
               END-EXEC
           ELSE
               EXEC SQL SELECT COUNT(*),
                               COALESCE(AVG((DAYS(DUR_TS_FINE) -
                                DAYS(DUR_TS_INIZIO)) * 86400 +
                               MIDNIGHT_SECONDS(DUR_TS_FINE) -
                               MIDNIGHT_SECONDS(DUR_TS_INIZIO)), 0)
                          INTO :RA-NUM-STORIA, :RA-MEDIA
                          FROM T_OP_DURATE
                         WHERE DUR_PROGRAMMA  = :RA-PROGRAMMA
                           AND DUR_TS_FINE IS NOT NULL
                           AND DUR_DATA_ELAB  < DATE(:RA-DATA-ELAB)
                           AND DUR_DATA_ELAB >= DATE(:RA-DATA-ELAB)
                                              - :RA-GG-STORIA DAYS
               END-EXEC
           END-IF
           IF  SQLCODE NOT = ZERO OR RA-NUM-STORIA = ZERO
           THEN
               MOVE ZERO                 TO RA-NUM-STORIA
               MOVE RA-DUR-DEFAULT       TO RA-MEDIA
           END-IF
           MOVE RA-MEDIA                 TO RA-ND-DURATA(RA-N)
           MOVE RA-NUM-STORIA            TO RA-ND-STORIA(RA-N).
      *----------------------------------------------------------------*
       2300-DURATA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2400-PRIMA-STIMA: FINE PREVISTA SENZA GUARDARE I
      *    PREDECESSORI. UN PROGRAMMA IN CORSO OLTRE LA SUA MEDIA
      *    FINISCE "ADESSO" NEL MIGLIORE DEI CASI
      *----------------------------------------------------------------*
       2400-PRIMA-STIMA.
           EVALUATE RA-ND-STATO(RA-N)
             WHEN 'E'
                  COMPUTE RA-ND-FINE(RA-N) = RA-ND-INIZIO(RA-N)
                                           + RA-ND-DURATA(RA-N)
                  IF  RA-ND-FINE(RA-N) < RA-ORA
                  THEN
                      MOVE RA-ORA        TO RA-ND-FINE(RA-N)
                  END-IF
             WHEN 'A'
                  COMPUTE RA-ND-FINE(RA-N) = RA-ORA
                                           + RA-ND-DURATA(RA-N)
           END-EVALUATE.
      *----------------------------------------------------------------*
       2400-PRIMA-STIMA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-CARICA-ARCO: SI TENGONO SOLO LE DIPENDENZE TRA DUE
      *    PROGRAMMI ATTESI STANOTTE
      *----------------------------------------------------------------*
       3000-CARICA-ARCO.
           EXEC SQL FETCH CURS-ARCHI
                    INTO :RA-PROGRAMMA, :RA-PREDECESSORE
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-ARCHI            TO TRUE
               EXEC SQL CLOSE CURS-ARCHI END-EXEC
               GO TO 3000-CARICA-ARCO-X
           END-IF
           MOVE RA-PROGRAMMA             TO RA-CERCA
           PERFORM 3100-CERCA-NODO       THRU 3100-CERCA-NODO-X
           MOVE RA-TROVATO               TO RA-N
           MOVE RA-PREDECESSORE          TO RA-CERCA
           PERFORM 3100-CERCA-NODO       THRU 3100-CERCA-NODO-X
           MOVE RA-TROVATO               TO RA-P
           IF  RA-N = ZERO OR RA-P = ZERO
           THEN
               GO TO 3000-CARICA-ARCO-X
           END-IF
           IF  RA-NUM-ARCHI NOT < RA-MAX-ARCHI
           THEN
               ADD 1                     TO RA-ARCHI-PERSI
               GO TO 3000-CARICA-ARCO-X
           END-IF
           ADD 1                         TO RA-NUM-ARCHI
           MOVE RA-N                     TO RA-AR-NODO(RA-NUM-ARCHI)
           MOVE RA-P                     TO RA-AR-PRED(RA-NUM-ARCHI).
      *----------------------------------------------------------------*
       3000-CARICA-ARCO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3100-CERCA-NODO.
           MOVE ZERO                     TO RA-TROVATO
           PERFORM 3110-CONFRONTA-NODO   THRU 3110-CONFRONTA-NODO-X
                   VARYING RA-I FROM 1 BY 1
                   UNTIL RA-I > RA-NUM-NODI
                   OR    RA-TROVATO > ZERO.
      *----------------------------------------------------------------*
       3100-CERCA-NODO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3110-CONFRONTA-NODO.
           IF  RA-ND-PROGRAMMA(RA-I) = RA-CERCA
           THEN
               MOVE RA-I                 TO RA-TROVATO
           END-IF.
      *----------------------------------------------------------------*
       3110-CONFRONTA-NODO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4000-PASSATA.
           ADD 1                         TO RA-PASSATE
           MOVE ZERO                     TO RA-CAMBI
           PERFORM 4100-PROPAGA-ARCO     THRU 4100-PROPAGA-ARCO-X
                   VARYING RA-A FROM 1 BY 1
                   UNTIL RA-A > RA-NUM-ARCHI.
      *----------------------------------------------------------------*
       4000-PASSATA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4100-PROPAGA-ARCO: UN PROGRAMMA IN ATTESA NON PARTE PRIMA
      *    DELLA FINE PREVISTA DEL SUO PREDECESSORE PIU' TARDIVO, CHE
      *    DIVENTA IL SUO PASSO CRITICO
      *----------------------------------------------------------------*
       4100-PROPAGA-ARCO.
           MOVE RA-AR-NODO(RA-A)         TO RA-N
           MOVE RA-AR-PRED(RA-A)         TO RA-P
           IF  RA-ND-STATO(RA-N) NOT = 'A'
           THEN
               GO TO 4100-PROPAGA-ARCO-X
           END-IF
           IF  RA-ND-FINE(RA-P) > RA-ND-INIZIO(RA-N)
           THEN
               MOVE RA-ND-FINE(RA-P)     TO RA-ND-INIZIO(RA-N)
               COMPUTE RA-ND-FINE(RA-N) = RA-ND-INIZIO(RA-N)
                                        + RA-ND-DURATA(RA-N)
               MOVE RA-P                 TO RA-ND-CRITICO(RA-N)
               ADD 1                     TO RA-CAMBI
           END-IF.
      *----------------------------------------------------------------*
       4100-PROPAGA-ARCO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5000-CONSEGNA: PREVISIONE CONTRO LIMITE, COLLO DI
      *    BOTTIGLIA, REGISTRAZIONE E SE SERVE ALLARME
      *----------------------------------------------------------------*
       5000-CONSEGNA.
           EXEC SQL FETCH CURS-CONSEGNE
                    INTO :RA-CON-CODICE, :RA-CON-DESCR,
                         :RA-CON-PROGRAMMA, :RA-CON-LIMITE
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-CONSEGNE         TO TRUE
               EXEC SQL CLOSE CURS-CONSEGNE END-EXEC
               GO TO 5000-CONSEGNA-X
           END-IF
           ADD 1                         TO RA-TOT-CONSEGNE
           MOVE RA-CON-CODICE            TO W-DETT-CONSEGNA
           MOVE RA-CON-DESCR             TO W-DETT-DESCR
           MOVE RA-CON-PROGRAMMA         TO W-DETT-PROGRAMMA
           MOVE RA-CON-LIMITE            TO RA-SEC-FMT
           PERFORM 5900-FORMATTA-ORA     THRU 5900-FORMATTA-ORA-X
           MOVE RA-ORA-FMT               TO W-DETT-LIMITE
           MOVE RA-CON-PROGRAMMA         TO RA-CERCA
           PERFORM 3100-CERCA-NODO       THRU 3100-CERCA-NODO-X
           MOVE RA-TROVATO               TO RA-CON-NODO
      *
      *    PROGRAMMA FINALE NON ATTESO STANOTTE: NIENTE DA PREVEDERE
           IF  RA-CON-NODO = ZERO
           THEN
               MOVE SPACE                TO W-DETT-PREVISTA
                                            W-DETT-COLLO
               MOVE ZERO                 TO W-DETT-MARGINE
               MOVE 'PROGRAMMA NON ATTESO'
                                         TO W-DETT-ESITO
               MOVE W-RIGA-DETT          TO RPT-RIGA
               WRITE RPT-RIGA
               GO TO 5000-CONSEGNA-X
           END-IF
      *
           MOVE RA-ND-FINE(RA-CON-NODO)  TO RA-PREVISTA
           MOVE RA-PREVISTA              TO RA-SEC-FMT
           PERFORM 5900-FORMATTA-ORA     THRU 5900-FORMATTA-ORA-X
           MOVE RA-ORA-FMT               TO W-DETT-PREVISTA
           COMPUTE RA-MARGINE = (RA-CON-LIMITE - RA-PREVISTA) / 60
           MOVE RA-MARGINE               TO W-DETT-MARGINE
      *
           MOVE SPACE                    TO RA-COLLO
           MOVE ZERO                     TO RA-COLLO-RESIDUO
           MOVE RA-CON-NODO              TO RA-K
           MOVE ZERO                     TO RA-PASSI
           PERFORM 5100-PASSO-COLLO      THRU 5100-PASSO-COLLO-X
                   UNTIL RA-K = ZERO
                   OR    RA-PASSI > RA-NUM-NODI
           MOVE RA-COLLO                 TO W-DETT-COLLO
      *
           MOVE 'N'                      TO RA-ALLARME
           EVALUATE TRUE
             WHEN RA-ND-STATO(RA-CON-NODO) = 'C'
              AND RA-PREVISTA > RA-CON-LIMITE
                  SET RA-CONS-RITARDO    TO TRUE
                  ADD 1                  TO RA-TOT-RITARDI
                  MOVE 'CONSEGNATA IN RITARDO'
                                         TO W-DETT-ESITO
             WHEN RA-ND-STATO(RA-CON-NODO) = 'C'
                  SET RA-CONS-IN-TEMPO   TO TRUE
                  ADD 1                  TO RA-TOT-IN-TEMPO
                  MOVE 'CONSEGNATA'      TO W-DETT-ESITO
             WHEN RA-PREVISTA > RA-CON-LIMITE
                  SET RA-PREV-RITARDO    TO TRUE
                  ADD 1                  TO RA-TOT-RITARDI
                  MOVE '** RITARDO PREVISTO **'
                                         TO W-DETT-ESITO
                  PERFORM 5500-ALLARME   THRU 5500-ALLARME-X
             WHEN OTHER
                  SET RA-PREV-IN-TEMPO   TO TRUE
                  ADD 1                  TO RA-TOT-IN-TEMPO
                  MOVE 'IN TEMPO'        TO W-DETT-ESITO
           END-EVALUATE
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA
      *
           EXEC SQL INSERT INTO T_OP_PREVISIONI
                            (PRV_DATA_ELAB
                            ,PRV_CONSEGNA
                            ,PRV_TS_CALCOLO
                            ,PRV_TS_PREVISTO
                            ,PRV_TS_LIMITE
                            ,PRV_COLLO
                            ,PRV_ESITO
                            ,PRV_ALLARME)
                   VALUES
                          (DATE(:RA-DATA-ELAB)
                          ,:RA-CON-CODICE
                          ,:RA-TS-CALCOLO
                          ,TIMESTAMP(DATE(:RA-DATA-ELAB), '00:00:00')
                           + :RA-PREVISTA SECONDS
                          ,TIMESTAMP(DATE(:RA-DATA-ELAB), '00:00:00')
                           + :RA-CON-LIMITE SECONDS
                          ,:RA-COLLO
                          ,:RA-ESITO
                          ,:RA-ALLARME)
           END-EXEC
      *
      *    IL CAMMINO CRITICO SI STAMPA SOLO PER CHI NON E' ARRIVATO
           IF  RA-ND-STATO(RA-CON-NODO) NOT = 'C'
           THEN
               MOVE RA-CON-NODO          TO RA-K
               MOVE ZERO                 TO RA-PASSI
               PERFORM 5200-RIGA-CAMMINO THRU 5200-RIGA-CAMMINO-X
                       UNTIL RA-K = ZERO
                       OR    RA-PASSI > RA-NUM-NODI
           END-IF.
      *----------------------------------------------------------------*
       5000-CONSEGNA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5100-PASSO-COLLO: RISALE IL CAMMINO CRITICO DALLA CONSEGNA;
      *    IL COLLO E' IL PROGRAMMA NON CONCLUSO CON PIU' TEMPO
      *    RESIDUO
      *----------------------------------------------------------------*
       5100-PASSO-COLLO.
           ADD 1                         TO RA-PASSI
           IF  RA-ND-STATO(RA-K) NOT = 'C'
           THEN
               IF  RA-ND-INIZIO(RA-K) > RA-ORA
               THEN
                   COMPUTE RA-RESIDUO = RA-ND-FINE(RA-K)
                                      - RA-ND-INIZIO(RA-K)
               ELSE
                   COMPUTE RA-RESIDUO = RA-ND-FINE(RA-K) - RA-ORA
               END-IF
               IF  RA-RESIDUO > RA-COLLO-RESIDUO
               OR  RA-COLLO = SPACE
               THEN
                   MOVE RA-RESIDUO       TO RA-COLLO-RESIDUO
                   MOVE RA-ND-PROGRAMMA(RA-K)
                                         TO RA-COLLO
               END-IF
           END-IF
           MOVE RA-ND-CRITICO(RA-K)      TO RA-K.
      *----------------------------------------------------------------*
       5100-PASSO-COLLO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5200-RIGA-CAMMINO: UNA RIGA PER PROGRAMMA DEL CAMMINO
      *    CRITICO, DALLA CONSEGNA A RITROSO
      *----------------------------------------------------------------*
       5200-RIGA-CAMMINO.
           ADD 1                         TO RA-PASSI
           MOVE RA-ND-PROGRAMMA(RA-K)    TO W-CAM-PROGRAMMA
           IF  RA-ND-FONTE(RA-K) = 'R'
           THEN
               MOVE 'REGISTRO'           TO W-CAM-ORIGINE
           ELSE
               MOVE 'FLUSSO'             TO W-CAM-ORIGINE
           END-IF
           EVALUATE RA-ND-STATO(RA-K)
             WHEN 'C'
                  MOVE 'CONCLUSO'        TO W-CAM-STATO
             WHEN 'E'
                  MOVE 'IN CORSO'        TO W-CAM-STATO
             WHEN OTHER
                  MOVE 'IN ATTESA'       TO W-CAM-STATO
           END-EVALUATE
           MOVE RA-ND-INIZIO(RA-K)       TO RA-SEC-FMT
           PERFORM 5900-FORMATTA-ORA     THRU 5900-FORMATTA-ORA-X
           MOVE RA-ORA-FMT               TO W-CAM-INIZIO
           MOVE RA-ND-FINE(RA-K)         TO RA-SEC-FMT
           PERFORM 5900-FORMATTA-ORA     THRU 5900-FORMATTA-ORA-X
           MOVE RA-ORA-FMT               TO W-CAM-FINE
           COMPUTE W-CAM-DURATA = RA-ND-DURATA(RA-K) / 60
           MOVE RA-ND-STORIA(RA-K)       TO W-CAM-STORIA
           MOVE SPACE                    TO W-CAM-NOTA
           EVALUATE TRUE
             WHEN RA-ND-PROGRAMMA(RA-K) = RA-COLLO
                  MOVE '** COLLO DI BOTTIGLIA **'
                                         TO W-CAM-NOTA
             WHEN RA-ND-STORIA(RA-K) = ZERO
                  MOVE 'DURATA DI RIPIEGO, SENZA STORIA'
                                         TO W-CAM-NOTA
             WHEN RA-ND-STATO(RA-K) = 'E'
              AND RA-ND-FINE(RA-K) = RA-ORA
                  MOVE 'OLTRE LA DURATA MEDIA'
                                         TO W-CAM-NOTA
           END-EVALUATE
           MOVE W-RIGA-CAMM              TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RA-ND-CRITICO(RA-K)      TO RA-K.
      *----------------------------------------------------------------*
       5200-RIGA-CAMMINO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5500-ALLARME: SMS ALL'OPERATORE DI TURNO, UNA VOLTA PER
      *    CONSEGNA E COLLO NELLA NOTTE: UN COLLO NUOVO E' UNA
      *    NOTIZIA, LO STESSO RITARDO RIPETUTO OGNI GIRO NO
      *----------------------------------------------------------------*
       5500-ALLARME.
           IF  RA-NUMCELL = SPACE
           THEN
               GO TO 5500-ALLARME-X
           END-IF
           MOVE ZERO                     TO RA-GIA-AVVISATO
           EXEC SQL SELECT COUNT(*)
                      INTO :RA-GIA-AVVISATO
                      FROM T_OP_PREVISIONI
                     WHERE PRV_DATA_ELAB = DATE(:RA-DATA-ELAB)
                       AND PRV_CONSEGNA  = :RA-CON-CODICE
                       AND PRV_COLLO     = :RA-COLLO
                       AND PRV_ALLARME   = 'S'
           END-EXEC
           IF  SQLCODE = ZERO AND RA-GIA-AVVISATO > ZERO
           THEN
               MOVE '** RITARDO GIA'' SEGNALATO **'
                                         TO W-DETT-ESITO
               GO TO 5500-ALLARME-X
           END-IF
      *
           MOVE 'S'                      TO RA-ALLARME
           ADD 1                         TO RA-TOT-ALLARMI
           MOVE '** RITARDO, ALLARME INVIATO **'
                                         TO W-DETT-ESITO
           MOVE RIGA-JOB1                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB2                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB3                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB4                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RA-CON-CODICE            TO RAL-CONSEGNA
           MOVE W-DETT-PREVISTA          TO RAL-PREVISTA
           MOVE W-DETT-LIMITE            TO RAL-LIMITE
           MOVE RA-COLLO                 TO RAL-COLLO
           MOVE RIGA-ALLARME             TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB11               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB5                TO SUB-RIGA
           WRITE SUB-RIGA
           PERFORM 5600-RIGA-CELLULARE   THRU 5600-RIGA-CELLULARE-X
           MOVE TAB-INDIRIZZO            TO RJ6-INDIRIZZO
           MOVE RIGA-JOB6                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB11               TO SUB-RIGA
           WRITE SUB-RIGA.
      *----------------------------------------------------------------*
       5500-ALLARME-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5600-RIGA-CELLULARE.
      *    {'numerocellulare'} COME 2600-RIGA-CELLULARE DI OP0001R2
           INITIALIZE TAB-INDIRIZZO
           MOVE WK-GRAFFA-OP             TO ELE-TAB-IND(1)
           MOVE ''''                     TO ELE-TAB-IND(2)
           MOVE 3                        TO IND
           PERFORM 5610-CAR-CELL         THRU 5610-CAR-CELL-X
                   VARYING IND1 FROM 1 BY 1
                   UNTIL IND1 > 15
                   OR    RA-NUMCELL(IND1:1) = SPACE
           IF  IND < 40
           THEN
               MOVE ''''                 TO ELE-TAB-IND(IND)
               ADD 1                     TO IND
               MOVE WK-GRAFFA-CL         TO ELE-TAB-IND(IND)
           END-IF.
      *----------------------------------------------------------------*
       5600-RIGA-CELLULARE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5610-CAR-CELL.
           MOVE RA-NUMCELL(IND1:1)       TO ELE-TAB-IND(IND)
           ADD 1                         TO IND.
      *----------------------------------------------------------------*
       5610-CAR-CELL-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5900-FORMATTA-ORA: SECONDI DALLA MEZZANOTTE DELLA DATA DI
      *    ELABORAZIONE IN 'G+N HH:MM' (GIORNO OMESSO SE E' LO STESSO)
      *----------------------------------------------------------------*
       5900-FORMATTA-ORA.
           IF  RA-SEC-FMT < ZERO
           THEN
               MOVE ZERO                 TO RA-SEC-FMT
           END-IF
           DIVIDE RA-SEC-FMT BY 86400 GIVING RA-RESTO-FMT
           IF  RA-RESTO-FMT > 9
           THEN
               MOVE 9                    TO RA-GG-FMT
           ELSE
               MOVE RA-RESTO-FMT         TO RA-GG-FMT
           END-IF
           COMPUTE RA-RESTO-FMT = RA-SEC-FMT - RA-GG-FMT * 86400
           IF  RA-RESTO-FMT > 86399
           THEN
               MOVE 86399                TO RA-RESTO-FMT
           END-IF
           COMPUTE RA-FMT-HH = RA-RESTO-FMT / 3600
           COMPUTE RA-FMT-MM = (RA-RESTO-FMT - RA-FMT-HH * 3600) / 60
           IF  RA-GG-FMT = ZERO
           THEN
               MOVE SPACE                TO RA-FMT-PRE RA-FMT-GG
           ELSE
               MOVE 'G+'                 TO RA-FMT-PRE
               MOVE RA-GG-FMT            TO RA-FMT-GG
           END-IF.
      *----------------------------------------------------------------*
       5900-FORMATTA-ORA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
           EXEC SQL COMMIT END-EXEC
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RA-TOT-CONSEGNE          TO W-TOT-CONSEGNE
           MOVE RA-TOT-IN-TEMPO          TO W-TOT-IN-TEMPO
           MOVE RA-TOT-RITARDI           TO W-TOT-RITARDI
           MOVE RA-TOT-ALLARMI           TO W-TOT-ALLARMI
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE SUB-FILE RPT-OP0001-PREVISIONE.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM OP0001RA *******************************
