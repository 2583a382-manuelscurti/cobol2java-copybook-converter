      ******************************************************************
      *                        D05223RV                                *
      *                                                                *
      *  PROCEDURA    : DFAX A SERVIZI - SCADENZA DELLE APPROVAZIONI   *
      *  DESCRIZIONE  : SWEEP GIORNALIERO DELLE APPROVAZIONI NON       *
      *                 ANCORA EROGATE REGISTRATE DA D05223A0 SU       *
      *                 T_DFAX_SCAD (SCADENZA DJDECH1/BCDEAT E         *
      *                 PROROGHE DLRIPORTI STAMPATE SULL'ESITO).       *
      *                 DUE PASSATE:                                   *
      *                  1) DECADENZA: LE APPROVAZIONI CON SCADENZA    *
      *                     RAGGIUNTA VENGONO RICONTROLLATE SUL        *
      *                     DOSSIER IMS (COME D05223RB); SE NEL        *
      *                     FRATTEMPO E' STATA REGISTRATA UNA PROROGA  *
      *                     (O LA SCADENZA E' STATA SPOSTATA) LA RIGA  *
      *                     TORNA ATTIVA CON I NUOVI VALORI, ALTRIMENTI*
      *                     L'APPROVAZIONE DECADE (STATO 'L', EVENTO   *
      *                     'L' SU T_DFAX_RIC_LOG) E PARTE L'AVVISO    *
      *                     FINALE AL DEALER. D05223A0 NON ORIGINA PIU'*
      *                     IL BONIFICO SU UN'APPROVAZIONE DECADUTA E  *
      *                     IL MANDATO SDD SI ANNULLA (O SI REVOCA CON *
      *                     D05223RX SE GIA' INVIATO)                  *
      *                  2) PREAVVISO: LE APPROVAZIONI CHE SCADONO     *
      *                     ENTRO N GIORNI RICEVONO IL PROMEMORIA SUL  *
      *                     CANALE DEL DEALER (STATO 'P', EVENTO 'P')  *
      *                 LE PRATICHE GIA' EROGATE (STATO 'E' O CON UN   *
      *                 MOVIMENTO SU T_DFAX_BONIF) SONO ESCLUSE.       *
      *                 LE LETTERE SEGUONO IL GIRO DI D05223RO         *
      *                 (ROUTING DI SOCIETA' SU T_DFAX_ROUTING, CANALE *
      *                 DEL DEALER SU TBVDVDR).                        *
      *                 PARAMETRI (PARSCAD, POSIZIONALI, ZERO = DEF.): *
      *                  01-03 GIORNI DI PREAVVISO             (5)     *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  PSB          : D05223B                                        *
      *  INPUT        : PARSCAD (GIORNI), T_DFAX_SCAD, T_DFAX_BONIF,   *
      *                 T_DFAX_INVIO, TBVDVDR, T_DFAX_ROUTING,         *
      *                 T_GEN_SOCI (DB2), DODRAC, CPDRAC (IMS)         *
      *  OUTPUT       : LETTERE SU INTRDR, T_DFAX_SCAD, T_DFAX_MANDATO *
      *                 E T_DFAX_RIC_LOG AGGIORNATE, REPORT SU         *
      *                 RPT-DFAX-SCAD                                  *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - PREAVVISO DI SCADENZA AL DEALER E    *
      *           DECADENZA AUTOMATICA DELLE APPROVAZIONI              *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223RV.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT PAR-FILE          ASSIGN  TO  PARSCAD
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT SUB-FILE          ASSIGN  TO  INTRDR
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-DFAX-SCAD     ASSIGN  TO  RPTDFSCA
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  PAR-FILE
           RECORDING MODE IS F.
       01  PAR-RECORD.
           02  PAR-GG-PREAVV            PIC  9(03).
           02  FILLER                   PIC  X(77).
      *
       FD  SUB-FILE
           RECORDING MODE IS F.
       01  SUB-RIGA                     PIC  X(80).
      *
       FD  RPT-DFAX-SCAD
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *    STESSI TRACCIATI DEI SEGMENTI USATI DALL'ONLINE
           COPY CBADODR.
           COPY CBADOD2.
           COPY CBADOD1.
           COPY BASCARTE.
      *
       01  KEY-DODRAC.
           05  DODRAC-NUM-PRATICA        PIC S9(15) COMP-3 VALUE ZERO.
       01  KEY-CPDRAC.
           05  CPDRAC-NUM-PRATICA        PIC S9(15) COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    DATA DI ELABORAZIONE E REGISTRO CORSE (OP0001K0)
      *----------------------------------------------------------------*
           COPY OP0001W0.
       01  RV-PGM-REGISTRO               PIC  X(08)  VALUE 'OP0001K0'.
       01  RV-DATA-ELAB.
           02  RV-ELAB-AAAA              PIC  X(04).
           02  FILLER                    PIC  X(01).
           02  RV-ELAB-MM                PIC  X(02).
           02  FILLER                    PIC  X(01).
           02  RV-ELAB-GG                PIC  X(02).
       01  RV-ELAB-NUM.
           02  RV-EN-AAAA                PIC  X(04).
           02  RV-EN-MM                  PIC  X(02).
           02  RV-EN-GG                  PIC  X(02).
       01  RV-ELAB-AMG  REDEFINES RV-ELAB-NUM
                                         PIC  9(08).
      *
      *----------------------------------------------------------------*
      *    GIORNI DI PREAVVISO (DA PARSCAD, DEFAULT SE ASSENTE O ZERO)
      *----------------------------------------------------------------*
       01  RV-GG-PREAVV                  PIC S9(04)  COMP VALUE 5.
      *
      *----------------------------------------------------------------*
      *    RIGA T_DFAX_SCAD IN LAVORAZIONE
      *----------------------------------------------------------------*
       01  RV-NUM-PRA                    PIC  9(14)  VALUE ZERO.
       01  RV-TIPO                       PIC  X(01)  VALUE SPACE.
           88  RV-CLASSICO                           VALUE 'C'.
           88  RV-CARTA                              VALUE 'P'.
       01  RV-VDR                        PIC  9(07)  VALUE ZERO.
       01  RV-CODSOC                     PIC  9(03)  VALUE ZERO.
       01  RV-DATA-SCAD                  PIC  X(10)  VALUE SPACE.
       01  RV-PROROGA                    PIC  9(03)  VALUE ZERO.
       01  RV-EVENTO                     PIC  X(01)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    SCADENZA E PROROGHE RILETTE DAL DOSSIER (SCADENZA IN
      *    FORMATO AAAAMMGG, COME WK-SCAD DI D05223A0)
      *----------------------------------------------------------------*
       01  RV-SCAD-IMS                   PIC  9(08)  VALUE ZERO.
       01  RV-SCAD-IMS-X  REDEFINES RV-SCAD-IMS.
           02  RV-SI-AAAA                PIC  X(04).
           02  RV-SI-MM                  PIC  X(02).
           02  RV-SI-GG                  PIC  X(02).
       01  RV-PROROGA-IMS                PIC  9(03)  VALUE ZERO.
       01  RV-SCAD-NUOVA                 PIC  X(10)  VALUE SPACE.
       01  SW-PROROGATA                  PIC  X(01)  VALUE 'N'.
           88  PROROGATA                             VALUE 'S'.
       01  SW-DOSSIER                    PIC  X(01)  VALUE 'N'.
           88  DOSSIER-TROVATO                       VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    CONTATTO DEL DEALER PER LA LETTERA AUTOMATICA
      *----------------------------------------------------------------*
       01  RV-CANALE                     PIC  X(01)  VALUE SPACE.
       01  RV-CONTATTO                   PIC  X(35)  VALUE SPACE.
       01  RV-FLGMAIL                    PIC  X(01)  VALUE SPACE.
       01  RV-FAXMAG                     PIC  X(12)  VALUE SPACE.
       01  RV-MAILMAG                    PIC  X(35)  VALUE SPACE.
       01  RV-MITTENTE                   PIC  X(30)  VALUE SPACE.
       01  SW-LETTERA                    PIC  X(01)  VALUE 'N'.
           88  LETTERA-INVIATA                       VALUE 'S'.
      *
       01  SW-FINE-SCADUTE               PIC  X(01)  VALUE 'N'.
           88  FINE-SCADUTE                          VALUE 'S'.
       01  SW-FINE-PREAVV                PIC  X(01)  VALUE 'N'.
           88  FINE-PREAVV                           VALUE 'S'.
      *
       01  RV-TOT-PREAVV                 PIC S9(05)  COMP-3 VALUE ZERO.
       01  RV-TOT-DECADUTE               PIC S9(05)  COMP-3 VALUE ZERO.
       01  RV-TOT-PROROGATE              PIC S9(05)  COMP-3 VALUE ZERO.
       01  RV-TOT-SENZA-CONT             PIC S9(05)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    SCHELETRO DEL JOB AOPPRINT, COME D05223RO
      *----------------------------------------------------------------*
       01  RIGA-JOB1.
           02 FILLER                 PIC X(6)   VALUE '//FE07'.
           02 RJ1-LETT               PIC X      VALUE 'S'.
           02 RJ1-VDR                PIC 9(3)   VALUE ZERO.
           02 FILLER                 PIC X(11)  VALUE ' JOB CLASS='.
           02 RJ1-CLASS              PIC X      VALUE 'M'.
           02 FILLER                 PIC X(10)  VALUE ',MSGCLASS='.
           02 RJ1-MSGCLASS           PIC X      VALUE 'Z'.
           02 FILLER                 PIC X(22)  VALUE
              ',USER=UDFAXSCA,SCHENV='.
           02 RJ1-SCHENV             PIC X(7)   VALUE 'PRODAOP'.
           02 FILLER                 PIC X(18)  VALUE SPACE.
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
       01  RIGA-JOBCS1               PIC X(80)  VALUE
              'mail-charset=ISO-8859-15                        '.
       01  RIGA-JOB6.
           02 FILLER                 PIC X(18)   VALUE
                    'mail-to-addresses='.
           02 RJ6-INDIRIZZO          PIC X(40)   VALUE SPACE.
           02 FILLER                 PIC X(22)   VALUE SPACE.
       01  RIGA-JOB7.
           02 FILLER                 PIC X(16)   VALUE
                    'mail-from-name="'.
           02 RJ7-NAME               PIC X(30)   VALUE SPACE.
           02 FILLER                 PIC X       VALUE '"'.
           02 FILLER                 PIC X(33)   VALUE SPACE.
       01  RIGA-JOB11                PIC X(80)  VALUE
              '/*                                              '.
      *
       01  WK-GRAFFA-OP              PIC X    VALUE X'C0'.
       01  WK-GRAFFA-CL              PIC X    VALUE X'D0'.
       01  WK-CHIOCCIOLA             PIC X    VALUE X'7C'.
       01  FAX-SERVER                PIC X(12)  VALUE 'FAXMAKER.COM'.
       01  TAB-INDIRIZZO.
           02 ELE-TAB-IND    PIC X      OCCURS 40 VALUE SPACE.
       01  IND                       PIC  9(04)  VALUE ZERO.
       01  IND1                      PIC  9(04)  VALUE ZERO.
      *
      *-- RIGA CON MODELLO (BYTE 75-80): 'FXSC' PREAVVISO,
      *-- 'FXDE' DECADENZA
       01  RIGA-MODELLO.
           02 FILLER               PIC X(74)      VALUE SPACE.
           02 SOC-ST               PIC XX         VALUE SPACE.
           02 MODELLO-ST           PIC X(4)       VALUE 'FXSC'.
      *
      *-- CORPO DELLE LETTERE
       01  RIGA-LET-1.
           02 RL1-TITOLO             PIC X(44)   VALUE SPACE.
           02 RL1-NUM-PRA            PIC 9(14).
           02 FILLER                 PIC X(22)   VALUE SPACE.
       01  RIGA-LET-2.
           02 RL2-TESTO              PIC X(34)   VALUE SPACE.
           02 FILLER                 PIC X(01)   VALUE SPACE.
           02 RL2-DATA-SCAD          PIC X(10).
           02 FILLER                 PIC X(12)   VALUE
              ' - PROROGHE '.
           02 RL2-PROROGA            PIC ZZ9.
           02 FILLER                 PIC X(20)   VALUE SPACE.
       01  RIGA-LET-3                PIC X(80)  VALUE SPACE.
       01  RIGA-LET-3-SC             PIC X(80)  VALUE
              'SENZA EROGAZIONE O PROROGA ENTRO LA SCADENZA L''APPROVAZ
      -       'IONE DECADRA'''.
       01  RIGA-LET-3-DE             PIC X(80)  VALUE
              'LA PRATICA NON E'' PIU'' EROGABILE: OCCORRE UNA NUOVA IS
      -       'TRUTTORIA'.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                PIC  X(40)  VALUE
               'DFAX - SCADENZA APPROVAZIONI DEL'.
           02  W-T1-DATA             PIC  X(10).
           02  FILLER                PIC  X(20)  VALUE
               '   GIORNI PREAVVISO '.
           02  W-T1-GG               PIC  ZZ9.
           02  FILLER                PIC  X(59)  VALUE SPACE.
      *
       01  W-RIGA-DOPPIA             PIC  X(132) VALUE
           'ATTENZIONE: CORSA GIA'' ANDATA OK PER QUESTA DATA'.
      *
       01  W-RIGA-TESTATA2.
           02  FILLER                PIC  X(16)  VALUE 'PRATICA'.
           02  FILLER                PIC  X(05)  VALUE 'TIPO'.
           02  FILLER                PIC  X(09)  VALUE 'VDR'.
           02  FILLER                PIC  X(12)  VALUE 'SCADENZA'.
           02  FILLER                PIC  X(06)  VALUE 'PROR.'.
           02  FILLER                PIC  X(84)  VALUE 'EVENTO'.
      *
       01  W-RIGA-DETT.
           02  W-DETT-NUM-PRA        PIC  9(14).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-TIPO           PIC  X(01).
           02  FILLER                PIC  X(04)  VALUE SPACE.
           02  W-DETT-VDR            PIC  9(07).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-SCAD           PIC  X(10).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DETT-PROROGA        PIC  ZZ9.
           02  FILLER                PIC  X(03)  VALUE SPACE.
           02  W-DETT-EVENTO         PIC  X(50).
           02  FILLER                PIC  X(34)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                PIC  X(12)  VALUE
               'PREAVVISI: '.
           02  W-TOT-PREAVV          PIC  ZZ.ZZ9.
           02  FILLER                PIC  X(13)  VALUE
               '  DECADUTE: '.
           02  W-TOT-DECADUTE        PIC  ZZ.ZZ9.
           02  FILLER                PIC  X(14)  VALUE
               '  PROROGATE: '.
           02  W-TOT-PROROGATE       PIC  ZZ.ZZ9.
           02  FILLER                PIC  X(23)  VALUE
               '  SENZA CONTATTO VDR: '.
           02  W-TOT-SENZA-CONT      PIC  ZZ.ZZ9.
           02  FILLER                PIC  X(46)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    APPROVAZIONI CON SCADENZA RAGGIUNTA, NON EROGATE
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-SCADUTE CURSOR WITH HOLD FOR
               SELECT  SCA.SCA_NUM_PRA, SCA.SCA_TIPO, SCA.SCA_VDR,
                       SCA.SCA_CODSOC, CHAR(SCA.SCA_DATA_SCAD, ISO),
                       SCA.SCA_PROROGA
                 FROM  T_DFAX_SCAD SCA
                WHERE  SCA.SCA_STATO IN ('A', 'P')
                  AND  SCA.SCA_DATA_SCAD <= DATE(:RV-DATA-ELAB)
                  AND  NOT EXISTS
                       (SELECT 1
                          FROM T_DFAX_BONIF BON
                         WHERE BON.BON_NUM_PRA = SCA.SCA_NUM_PRA)
                ORDER BY SCA.SCA_NUM_PRA
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    APPROVAZIONI CHE SCADONO NEI PROSSIMI N GIORNI, SENZA
      *    PREAVVISO GIA' INVIATO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-PREAVV CURSOR WITH HOLD FOR
               SELECT  SCA.SCA_NUM_PRA, SCA.SCA_TIPO, SCA.SCA_VDR,
                       SCA.SCA_CODSOC, CHAR(SCA.SCA_DATA_SCAD, ISO),
                       SCA.SCA_PROROGA
                 FROM  T_DFAX_SCAD SCA
                WHERE  SCA.SCA_STATO = 'A'
                  AND  SCA.SCA_DATA_SCAD >  DATE(:RV-DATA-ELAB)
                  AND  SCA.SCA_DATA_SCAD <= DATE(:RV-DATA-ELAB)
                                            + :RV-GG-PREAVV DAYS
                  AND  NOT EXISTS
                       (SELECT 1
                          FROM T_DFAX_BONIF BON
                         WHERE BON.BON_NUM_PRA = SCA.SCA_NUM_PRA)
                ORDER BY SCA.SCA_NUM_PRA
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           EXEC SQL OPEN CURS-SCADUTE END-EXEC
           PERFORM 2000-DECADENZA        THRU 2000-DECADENZA-X
                   UNTIL FINE-SCADUTE
           EXEC SQL OPEN CURS-PREAVV END-EXEC
           PERFORM 3000-PREAVVISO        THRU 3000-PREAVVISO-X
                   UNTIL FINE-PREAVV
           PERFORM 5000-FINALIZZA        THRU 5000-FINALIZZA-X
           MOVE 'F'                      TO OPK0-FUNZIONE
           MOVE 'OK'                     TO OPK0-ESITO-CORSA
           CALL RV-PGM-REGISTRO    USING OPK0-AREA
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           INITIALIZE OPK0-AREA
           MOVE 'I'                      TO OPK0-FUNZIONE
           MOVE 'D05223RV'               TO OPK0-PROGRAMMA
           CALL RV-PGM-REGISTRO    USING OPK0-AREA
           MOVE OPK0-DATA-ELAB           TO RV-DATA-ELAB
           MOVE RV-ELAB-AAAA             TO RV-EN-AAAA
           MOVE RV-ELAB-MM               TO RV-EN-MM
           MOVE RV-ELAB-GG               TO RV-EN-GG
           PERFORM 1100-LEGGI-PARAMETRI  THRU 1100-LEGGI-PARAMETRI-X
           OPEN OUTPUT SUB-FILE RPT-DFAX-SCAD
           MOVE RV-DATA-ELAB             TO W-T1-DATA
           MOVE RV-GG-PREAVV             TO W-T1-GG
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           IF  OPK0-CORSA-DOPPIA
           THEN
               MOVE W-RIGA-DOPPIA        TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TESTATA2          TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL SELECT SOCI_DESCRIZIONE
                      INTO :RV-MITTENTE
                      FROM T_GEN_SOCI
                     WHERE SOCI_CODSOC = 100
           END-EXEC
           EXEC DLI SCHD PSB (D05223B) END-EXEC.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    GIORNI DI PREAVVISO DA PARSCAD: FILE VUOTO O VALORE A ZERO
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
               MOVE PAR-GG-PREAVV        TO RV-GG-PREAVV
           END-IF
           CLOSE PAR-FILE.
      *----------------------------------------------------------------*
       1100-LEGGI-PARAMETRI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    SCADENZA RAGGIUNTA: PROROGA REGISTRATA SUL DOSSIER O
      *    DECADENZA CON AVVISO FINALE AL DEALER
      *----------------------------------------------------------------*
       2000-DECADENZA.
           EXEC SQL FETCH CURS-SCADUTE
                    INTO :RV-NUM-PRA, :RV-TIPO, :RV-VDR,
                         :RV-CODSOC, :RV-DATA-SCAD, :RV-PROROGA
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-SCADUTE          TO TRUE
               EXEC SQL CLOSE CURS-SCADUTE END-EXEC
               GO TO 2000-DECADENZA-X
           END-IF
      *
           PERFORM 2100-RILEGGI-DOSSIER  THRU 2100-RILEGGI-DOSSIER-X
           IF  PROROGATA
           THEN
               EXEC SQL UPDATE T_DFAX_SCAD
                           SET SCA_STATO     = 'A',
                               SCA_DATA_SCAD = DATE(:RV-SCAD-NUOVA),
                               SCA_PROROGA   = :RV-PROROGA-IMS,
                               SCA_DATA_AGG  = CURRENT TIMESTAMP
                         WHERE SCA_NUM_PRA   = :RV-NUM-PRA
               END-EXEC
               ADD 1                     TO RV-TOT-PROROGATE
               MOVE RV-SCAD-NUOVA        TO RV-DATA-SCAD
               MOVE RV-PROROGA-IMS       TO RV-PROROGA
               MOVE 'PROROGATA: APPROVAZIONE ANCORA VALIDA'
                                         TO W-DETT-EVENTO
               PERFORM 2900-SCRIVI-DETT  THRU 2900-SCRIVI-DETT-X
               EXEC SQL COMMIT END-EXEC
               GO TO 2000-DECADENZA-X
           END-IF
      *
           EXEC SQL UPDATE T_DFAX_SCAD
                       SET SCA_STATO     = 'L',
                           SCA_DATA_AGG  = CURRENT TIMESTAMP
                     WHERE SCA_NUM_PRA   = :RV-NUM-PRA
           END-EXEC
      *    SENZA EROGAZIONE IL MANDATO SDD NON SERVE: MAI INVIATO SI
      *    ANNULLA ('A'), GIA' ALLA BANCA VA REVOCATO DA D05223RX ('R')
           EXEC SQL UPDATE T_DFAX_MANDATO
                       SET MAN_STATO     =
                           CASE WHEN MAN_STATO = 'I'
                                  OR MAN_TIPO_FLUSSO = 'M'
                                THEN 'R'
                                ELSE 'A' END,
                           MAN_DATA_AGG  = CURRENT TIMESTAMP
                     WHERE MAN_NUM_PRA   = :RV-NUM-PRA
                       AND MAN_STATO IN ('C', 'I')
           END-EXEC
           MOVE 'L'                      TO RV-EVENTO
           PERFORM 2950-LOG-EVENTO       THRU 2950-LOG-EVENTO-X
           ADD 1                         TO RV-TOT-DECADUTE
           MOVE 'FXDE'                   TO MODELLO-ST
           MOVE 'APPROVAZIONE DECADUTA - PRATICA NUMERO'
                                         TO RL1-TITOLO
           MOVE 'LA DELIBERA E'' SCADUTA IL'
                                         TO RL2-TESTO
           MOVE RIGA-LET-3-DE            TO RIGA-LET-3
           PERFORM 2500-LETTERA-DEALER   THRU 2500-LETTERA-DEALER-X
           IF  LETTERA-INVIATA
           THEN
               MOVE 'APPROVAZIONE DECADUTA - AVVISO AL DEALER'
                                         TO W-DETT-EVENTO
           ELSE
               MOVE 'APPROVAZIONE DECADUTA - DEALER SENZA CONTATTO'
                                         TO W-DETT-EVENTO
           END-IF
           PERFORM 2900-SCRIVI-DETT      THRU 2900-SCRIVI-DETT-X
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       2000-DECADENZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RILETTURA DEL DOSSIER: UNA PROROGA IN PIU' RISPETTO A
      *    QUELLA REGISTRATA, O UNA SCADENZA SPOSTATA OLTRE LA DATA
      *    DI ELABORAZIONE, TENGONO IN VITA L'APPROVAZIONE. DOSSIER
      *    NON PIU' PRESENTE (PURGATO): NESSUNA PROROGA POSSIBILE
      *----------------------------------------------------------------*
       2100-RILEGGI-DOSSIER.
           MOVE 'N'                      TO SW-PROROGATA
           MOVE 'N'                      TO SW-DOSSIER
           MOVE ZERO                     TO RV-SCAD-IMS
           MOVE ZERO                     TO RV-PROROGA-IMS
           IF  RV-CARTA
           THEN
               MOVE RV-NUM-PRA           TO CPDRAC-NUM-PRATICA
               EXEC DLI GU  USING PCB         (1)
                                  SEGMENT     (CPDRAC)
                                  WHERE       (RDNODO=KEY-CPDRAC)
                                  FIELDLENGTH (LENGTH OF KEY-CPDRAC)
                                  SEGLENGTH   (LENGTH OF BASCARTE)
                                  INTO        (BASCARTE)
               END-EXEC
               IF  DIBSTAT = SPACE
               THEN
                   SET DOSSIER-TROVATO   TO TRUE
                   MOVE BCDEAT           TO RV-SCAD-IMS
               END-IF
           ELSE
               MOVE RV-NUM-PRA           TO DODRAC-NUM-PRATICA
               EXEC DLI GU  USING PCB         (2)
                                  SEGMENT     (DODRAC)
                                  WHERE       (DDNODO=KEY-DODRAC)
                                  INTO        (BASDOSDIR)
               END-EXEC
               IF  DIBSTAT = SPACE
               THEN
                   SET DOSSIER-TROVATO   TO TRUE
                   MOVE DJDECH1          TO RV-SCAD-IMS
                   EXEC DLI GNP USING PCB         (2)
                                      SEGMENT     (DODCOM)
                                      INTO        (COMPDOSDIR)
                   END-EXEC
                   IF  DIBSTAT = SPACE
                   THEN
                       MOVE DLRIPORTI    TO RV-PROROGA-IMS
                   ELSE
                       MOVE RV-PROROGA   TO RV-PROROGA-IMS
                   END-IF
               END-IF
           END-IF
           IF  NOT DOSSIER-TROVATO
           THEN
               GO TO 2100-RILEGGI-DOSSIER-X
           END-IF
      *
           IF  RV-PROROGA-IMS > RV-PROROGA
           OR  RV-SCAD-IMS    > RV-ELAB-AMG
           THEN
               SET PROROGATA             TO TRUE
               STRING  RV-SI-AAAA '-' RV-SI-MM '-' RV-SI-GG
                       DELIMITED BY SIZE
                       INTO RV-SCAD-NUOVA
               END-STRING
           END-IF
      *
      *    PROROGA SENZA NUOVA SCADENZA SUL DOSSIER: LA DATA RESTA
      *    QUELLA REGISTRATA, LA RIGA VIENE RIMESSA IN PREAVVISO
           IF  PROROGATA
           AND RV-SCAD-IMS NOT > RV-ELAB-AMG
           THEN
               MOVE RV-DATA-SCAD         TO RV-SCAD-NUOVA
           END-IF.
      *----------------------------------------------------------------*
       2100-RILEGGI-DOSSIER-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    LETTERA AUTOMATICA AL DEALER SUL SUO CANALE, COME D05223RO.
      *    MODELLO E TESTI PREPARATI DAL CHIAMANTE
      *----------------------------------------------------------------*
       2500-LETTERA-DEALER.
           MOVE 'N'                      TO SW-LETTERA
           IF  RV-VDR = ZERO
           THEN
               EXEC SQL SELECT MAX(INV_VDR)
                          INTO :RV-VDR
                          FROM T_DFAX_INVIO
                         WHERE INV_NUM_PRA = :RV-NUM-PRA
               END-EXEC
               IF  SQLCODE NOT = ZERO
               THEN
                   MOVE ZERO             TO RV-VDR
               END-IF
           END-IF
           MOVE SPACE                    TO RV-FLGMAIL RV-FAXMAG
                                            RV-MAILMAG
           IF  RV-VDR NOT = ZERO
           THEN
               EXEC SQL SELECT TVDFLGMAIL, TVDFAXMAG, TVDEMAILMAG
                          INTO :RV-FLGMAIL, :RV-FAXMAG, :RV-MAILMAG
                          FROM TBVDVDR
                         WHERE TVDAGR = :RV-VDR
               END-EXEC
           END-IF
           IF  RV-FLGMAIL = 'S'
           THEN
               MOVE 'M'                  TO RV-CANALE
               MOVE RV-MAILMAG           TO RV-CONTATTO
           ELSE
               MOVE 'F'                  TO RV-CANALE
               MOVE RV-FAXMAG            TO RV-CONTATTO
           END-IF
           IF  RV-CONTATTO = SPACE
           THEN
               ADD 1                     TO RV-TOT-SENZA-CONT
               GO TO 2500-LETTERA-DEALER-X
           END-IF
      *
      *    STAMPANTE E CLASSI DI ROUTING DELLA SOCIETA' DELLA PRATICA
           EXEC SQL SELECT ROU_PRINTER, ROU_CLASS, ROU_MSGCLASS
                      INTO :RJ2-PRINTER, :RJ1-CLASS, :RJ1-MSGCLASS
                      FROM T_DFAX_ROUTING
                     WHERE ROU_CODSOC = :RV-CODSOC
                       AND ROU_AGE    = 0
                       AND ROU_CANALE = '*'
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 'PRT2001'            TO RJ2-PRINTER
               MOVE 'M'                  TO RJ1-CLASS
               MOVE 'Z'                  TO RJ1-MSGCLASS
           END-IF
      *
           MOVE RV-VDR                   TO RJ1-VDR
           MOVE RIGA-JOB1                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB2                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB3                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB4                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-MODELLO             TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RV-NUM-PRA               TO RL1-NUM-PRA
           MOVE RIGA-LET-1               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RV-DATA-SCAD             TO RL2-DATA-SCAD
           MOVE RV-PROROGA               TO RL2-PROROGA
           MOVE RIGA-LET-2               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-LET-3               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB11               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB5                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOBCS1              TO SUB-RIGA
           WRITE SUB-RIGA
           PERFORM 2600-RIGA-INDIRIZZO   THRU 2600-RIGA-INDIRIZZO-X
           MOVE TAB-INDIRIZZO            TO RJ6-INDIRIZZO
           MOVE RIGA-JOB6                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RV-MITTENTE              TO RJ7-NAME
           MOVE RIGA-JOB7                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB11               TO SUB-RIGA
           WRITE SUB-RIGA
           SET LETTERA-INVIATA           TO TRUE.
      *----------------------------------------------------------------*
       2500-LETTERA-DEALER-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2600-RIGA-INDIRIZZO.
      *    {'contatto'} O {'numero@FAXMAKER.COM'}, COME D05223R6
           INITIALIZE TAB-INDIRIZZO
           MOVE WK-GRAFFA-OP             TO ELE-TAB-IND(1)
           MOVE ''''                     TO ELE-TAB-IND(2)
           MOVE 3                        TO IND
           IF  RV-CANALE = 'F'
           THEN
               PERFORM 2610-CAR-FAX      THRU 2610-CAR-FAX-X
                       VARYING IND1 FROM 1 BY 1
                       UNTIL IND1 > 35
                       OR    RV-CONTATTO(IND1:1) = SPACE
               MOVE WK-CHIOCCIOLA        TO ELE-TAB-IND(IND)
               ADD 1                     TO IND
               PERFORM 2620-CAR-SERVER   THRU 2620-CAR-SERVER-X
                       VARYING IND1 FROM 1 BY 1
                       UNTIL IND1 > 12
           ELSE
               PERFORM 2630-CAR-MAIL     THRU 2630-CAR-MAIL-X
                       VARYING IND1 FROM 1 BY 1
                       UNTIL IND1 > 35
                       OR    RV-CONTATTO(IND1:1) = SPACE
           END-IF
           IF  IND < 40
           THEN
               MOVE ''''                 TO ELE-TAB-IND(IND)
               ADD 1                     TO IND
               MOVE WK-GRAFFA-CL         TO ELE-TAB-IND(IND)
           END-IF.
      *----------------------------------------------------------------*
       2600-RIGA-INDIRIZZO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2610-CAR-FAX.
           IF  RV-CONTATTO(IND1:1) NUMERIC
           THEN
               MOVE RV-CONTATTO(IND1:1)  TO ELE-TAB-IND(IND)
               ADD 1                     TO IND
           END-IF.
      *----------------------------------------------------------------*
       2610-CAR-FAX-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2620-CAR-SERVER.
           MOVE FAX-SERVER(IND1:1)       TO ELE-TAB-IND(IND)
           ADD 1                         TO IND.
      *----------------------------------------------------------------*
       2620-CAR-SERVER-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2630-CAR-MAIL.
           IF  RV-CONTATTO(IND1:1) = '§' OR '@'
           THEN
               MOVE WK-CHIOCCIOLA        TO ELE-TAB-IND(IND)
           ELSE
               MOVE RV-CONTATTO(IND1:1)  TO ELE-TAB-IND(IND)
           END-IF
           ADD 1                         TO IND.
      *----------------------------------------------------------------*
       2630-CAR-MAIL-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2900-SCRIVI-DETT.
           MOVE RV-NUM-PRA               TO W-DETT-NUM-PRA
           MOVE RV-TIPO                  TO W-DETT-TIPO
           MOVE RV-VDR                   TO W-DETT-VDR
           MOVE RV-DATA-SCAD             TO W-DETT-SCAD
           MOVE RV-PROROGA               TO W-DETT-PROROGA
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2900-SCRIVI-DETT-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    EVENTO PER LA TIMELINE DI CICLO VITA (T_DFAX_RIC_LOG):
      *    'P' = PREAVVISO DI SCADENZA, 'L' = APPROVAZIONE DECADUTA
      *----------------------------------------------------------------*
       2950-LOG-EVENTO.
           EXEC SQL INSERT INTO T_DFAX_RIC_LOG
                           (RIC_NUM_PRA
                           ,RIC_TIPO_EVENTO
                           ,RIC_DATA_INS)
                    VALUES (:RV-NUM-PRA
                           ,:RV-EVENTO
                           ,CURRENT TIMESTAMP)
           END-EXEC.
      *----------------------------------------------------------------*
       2950-LOG-EVENTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    PREAVVISO: PROMEMORIA AL DEALER A N GIORNI DALLA SCADENZA
      *----------------------------------------------------------------*
       3000-PREAVVISO.
           EXEC SQL FETCH CURS-PREAVV
                    INTO :RV-NUM-PRA, :RV-TIPO, :RV-VDR,
                         :RV-CODSOC, :RV-DATA-SCAD, :RV-PROROGA
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-PREAVV           TO TRUE
               EXEC SQL CLOSE CURS-PREAVV END-EXEC
               GO TO 3000-PREAVVISO-X
           END-IF
      *
           MOVE 'FXSC'                   TO MODELLO-ST
           MOVE 'APPROVAZIONE IN SCADENZA - PRATICA NUMERO'
                                         TO RL1-TITOLO
           MOVE 'LA DELIBERA SCADE IL'   TO RL2-TESTO
           MOVE RIGA-LET-3-SC            TO RIGA-LET-3
           PERFORM 2500-LETTERA-DEALER   THRU 2500-LETTERA-DEALER-X
           IF  NOT LETTERA-INVIATA
           THEN
               MOVE 'PREAVVISO NON INVIATO - DEALER SENZA CONTATTO'
                                         TO W-DETT-EVENTO
               PERFORM 2900-SCRIVI-DETT  THRU 2900-SCRIVI-DETT-X
               GO TO 3000-PREAVVISO-X
           END-IF
      *
           EXEC SQL UPDATE T_DFAX_SCAD
                       SET SCA_STATO     = 'P',
                           SCA_DATA_AGG  = CURRENT TIMESTAMP
                     WHERE SCA_NUM_PRA   = :RV-NUM-PRA
           END-EXEC
           MOVE 'P'                      TO RV-EVENTO
           PERFORM 2950-LOG-EVENTO       THRU 2950-LOG-EVENTO-X
           ADD 1                         TO RV-TOT-PREAVV
           MOVE 'PREAVVISO DI SCADENZA INVIATO AL DEALER'
                                         TO W-DETT-EVENTO
           PERFORM 2900-SCRIVI-DETT      THRU 2900-SCRIVI-DETT-X
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       3000-PREAVVISO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RV-TOT-PREAVV            TO W-TOT-PREAVV
           MOVE RV-TOT-DECADUTE          TO W-TOT-DECADUTE
           MOVE RV-TOT-PROROGATE         TO W-TOT-PROROGATE
           MOVE RV-TOT-SENZA-CONT        TO W-TOT-SENZA-CONT
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE SUB-FILE RPT-DFAX-SCAD
           EXEC DLI TERM END-EXEC
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       5000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM D05223RV *******************************
