      ******************************************************************
      *                        D05223S1                                *
      *                                                                *
      *  PROCEDURA    : DFAX A SERVIZI - VARIAZIONI COORDINATE DEALER  *
      *  DESCRIZIONE  : CONTROLLO NOTTURNO DELLE COORDINATE BANCARIE   *
      *                 DEI DEALER (TBVDBQE) CONTRO LA FOTOGRAFIA      *
      *                 DELLA NOTTE PRIMA (T_DFAX_BQE_SNAP):           *
      *                  - OGNI RIGA VARIATA (ABI, CAB, CONTO O        *
      *                    INTESTATARIO) O NUOVA PER UN DEALER GIA'    *
      *                    FOTOGRAFATO APRE UNA VARIAZIONE DA          *
      *                    CONFERMARE CON RICHIAMATA (T_DFAX_BQE_VAR   *
      *                    IN STATO 'A') E UN PERIODO DI               *
      *                    RAFFREDDAMENTO; NEL FRATTEMPO D05223A0 FA   *
      *                    NASCERE FERMI ('Q') I BONIFICI AL DEALER    *
      *                  - RILASCIA ('Q' -> 'I') I BONIFICI FERMI DEI  *
      *                    DEALER CON VARIAZIONE CONFERMATA (D05223I8) *
      *                    E RAFFREDDAMENTO FINITO; SE IL PLAFOND ERA  *
      *                    GIA' STATO RIFIUTATO IL BONIFICO SI ANNULLA *
      *                    E L'EROGAZIONE SEGNALATA SI STORNA          *
      *                    (D05223K3)                                  *
      *                  - STAMPA LA LETTERA DI CONFERMA AL DEALER     *
      *                    (MODELLO 'FXBQ', POSTA) ALL'INDIRIZZO GIA'  *
      *                    IN ARCHIVIO SU TBVDVDR, NON A QUELLO CHE    *
      *                    ACCOMPAGNA LA VARIAZIONE                    *
      *                 IL DEALER MAI FOTOGRAFATO ENTRA NELLA          *
      *                 FOTOGRAFIA SENZA VARIAZIONE (LO COPRE          *
      *                 L'ONBOARDING). IL REPORT ELENCA VARIAZIONI     *
      *                 RILEVATE, DA CONFERMARE, RILASCI E BONIFICI    *
      *                 FERMI SENZA VARIAZIONE CONFERMATA O CON        *
      *                 COORDINATE NON VERIFICATE DA D05223A0          *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : TBVDBQE, TBVDVDR, T_DFAX_BQE_SNAP,             *
      *                 T_DFAX_BQE_VAR, T_DFAX_HOLD_BQE (DB2)          *
      *  OUTPUT       : T_DFAX_BQE_SNAP, T_DFAX_BQE_VAR,               *
      *                 T_DFAX_HOLD_BQE E BE00TBMO AGGIORNATE,         *
      *                 T_DFAX_SCAD, T_DFAX_SIC_EVT E T_DFAX_IMSIP     *
      *                 TRAMITE D05223K3,                              *
      *                 LETTERE SU INTRDR, REPORT SU RPT-DFAX-BQE      *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - RILEVAZIONE VARIAZIONI COORDINATE    *
      *           BANCARIE DEALER CON RAFFREDDAMENTO E LETTERA         *
      * MS151026  TRA I FERMI SENZA VARIAZIONE ANCHE QUELLI CON        *
      *           COORDINATE NON VERIFICATE DA D05223A0 (MOTIVO 'E')   *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223S1.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT SUB-FILE          ASSIGN  TO  INTRDR
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-DFAX-BQE      ASSIGN  TO  RPTDFBQE
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  SUB-FILE
           RECORDING MODE IS F.
       01  SUB-RIGA                     PIC  X(80).
      *
       FD  RPT-DFAX-BQE
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
       01  S1-PGM-REGISTRO               PIC  X(08)  VALUE 'OP0001K0'.
       01  S1-DATA-ELAB                  PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    GIORNI DI RAFFREDDAMENTO DALLA RILEVAZIONE: ANCHE DOPO LA
      *    CONFERMA I BONIFICI RESTANO FERMI FINO ALLA SCADENZA
      *----------------------------------------------------------------*
       01  S1-GG-RAFFR                   PIC S9(04)  COMP VALUE 5.
      *
      *----------------------------------------------------------------*
      *    RIGA TBVDBQE IN LAVORAZIONE E FOTOGRAFIA PRECEDENTE
      *----------------------------------------------------------------*
       01  S1-AGR                        PIC  9(07)  VALUE ZERO.
       01  S1-RANG                       PIC  X(02)  VALUE SPACE.
       01  S1-CBQE                       PIC  X(05)  VALUE SPACE.
       01  S1-CGUIC                      PIC  X(05)  VALUE SPACE.
       01  S1-NCPTE                      PIC  X(12)  VALUE SPACE.
       01  S1-TITU                       PIC  X(30)  VALUE SPACE.
       01  S1-SNP-CBQE                   PIC  X(05)  VALUE SPACE.
       01  S1-SNP-CGUIC                  PIC  X(05)  VALUE SPACE.
       01  S1-SNP-NCPTE                  PIC  X(12)  VALUE SPACE.
       01  S1-SNP-TITU                   PIC  X(30)  VALUE SPACE.
       01  S1-SNP-PRESENTE               PIC  X(01)  VALUE SPACE.
           88  S1-IN-FOTOGRAFIA                      VALUE 'S'.
       01  S1-SNP-CONTA-VDR              PIC S9(05)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    BONIFICO FERMO E LETTERA DI CONFERMA
      *----------------------------------------------------------------*
       01  S1-NUM-DIST                   PIC S9(09)  COMP-3 VALUE ZERO.
       01  S1-NUM-MOV                    PIC S9(05)  COMP-3 VALUE ZERO.
       01  S1-NUM-PRA                    PIC  9(14)  VALUE ZERO.
       01  S1-IMPORTO                    PIC S9(13)  COMP-3 VALUE ZERO.
       01  S1-MOTIVO                     PIC  X(01)  VALUE SPACE.
           88  S1-NON-VERIFICATA                     VALUE 'E'.
       01  S1-IMPORTO-EUR                PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
       01  S1-DATA-CONF                  PIC  X(10)  VALUE SPACE.
       01  S1-DATA-FINE                  PIC  X(10)  VALUE SPACE.
       01  S1-NOMVDR                     PIC  X(30)  VALUE SPACE.
       01  S1-INDVDR                     PIC  X(30)  VALUE SPACE.
       01  S1-CAPVDR                     PIC  X(05)  VALUE SPACE.
       01  S1-CITTAVDR                   PIC  X(30)  VALUE SPACE.
       01  S1-MITTENTE                   PIC  X(30)  VALUE SPACE.
       01  S1-GIORNI                     PIC S9(05)  COMP-3 VALUE ZERO.
      *
      *    AREA DI CHIAMATA DELLO STORNO DELL'EROGAZIONE D05223K3
       01  S1-K303-AREA.
           02  S1-K303-NUM-PRA           PIC  9(14).
           02  S1-K303-ESITO             PIC  X(01).
               88  S1-K303-OK                        VALUE 'S'.
           02  S1-K303-SQLCODE           PIC S9(09)  COMP.
           02  S1-K303-NUM-STORNI        PIC  9(05).
      *
       01  SW-FINE-BQE                   PIC  X(01)  VALUE 'N'.
           88  FINE-BQE                              VALUE 'S'.
       01  SW-FINE-HOLD                  PIC  X(01)  VALUE 'N'.
           88  FINE-HOLD                             VALUE 'S'.
       01  SW-FINE-LETT                  PIC  X(01)  VALUE 'N'.
           88  FINE-LETT                             VALUE 'S'.
       01  SW-FINE-APERTE                PIC  X(01)  VALUE 'N'.
           88  FINE-APERTE                           VALUE 'S'.
       01  SW-FINE-ORFANI                PIC  X(01)  VALUE 'N'.
           88  FINE-ORFANI                           VALUE 'S'.
      *
       01  S1-TOT-LETTE                  PIC S9(07)  COMP-3 VALUE ZERO.
       01  S1-TOT-NUOVI                  PIC S9(07)  COMP-3 VALUE ZERO.
       01  S1-TOT-VARIATE                PIC S9(07)  COMP-3 VALUE ZERO.
       01  S1-TOT-RILASCI                PIC S9(07)  COMP-3 VALUE ZERO.
       01  S1-TOT-LETTERE                PIC S9(07)  COMP-3 VALUE ZERO.
       01  S1-TOT-APERTE                 PIC S9(07)  COMP-3 VALUE ZERO.
       01  S1-TOT-ORFANI                 PIC S9(07)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    SCHELETRO DEL JOB AOPPRINT, COME D05223RX; LA LETTERA VA IN
      *    STAMPA PER LA POSTA
      *----------------------------------------------------------------*
       01  RIGA-JOB1.
           02 FILLER                 PIC X(6)   VALUE '//FE07'.
           02 RJ1-LETT               PIC X      VALUE 'D'.
           02 RJ1-VDR                PIC 9(3)   VALUE 100.
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
       01  RIGA-JOB4                 PIC X(80)  VALUE
              '//SYSIN DD *                                    '.
       01  RIGA-JOB11                PIC X(80)  VALUE
              '/*                                              '.
      *
      *-- RIGA CON MODELLO (BYTE 75-80), COME RIGA-MODELLO ONLINE
       01  RIGA-MODELLO.
           02 FILLER               PIC X(74)      VALUE SPACE.
           02 SOC-ST               PIC XX         VALUE SPACE.
           02 MODELLO-ST           PIC X(4)       VALUE 'FXBQ'.
      *
      *-- INDIRIZZO DEL DEALER IN ARCHIVIO E CORPO DELLA LETTERA
       01  RIGA-IND-1.
           02 FILLER                 PIC X(40)   VALUE SPACE.
           02 RI1-NOMVDR             PIC X(30).
           02 FILLER                 PIC X(10)   VALUE SPACE.
       01  RIGA-IND-2.
           02 FILLER                 PIC X(40)   VALUE SPACE.
           02 RI2-INDVDR             PIC X(30).
           02 FILLER                 PIC X(10)   VALUE SPACE.
       01  RIGA-IND-3.
           02 FILLER                 PIC X(40)   VALUE SPACE.
           02 RI3-CAPVDR             PIC X(05).
           02 FILLER                 PIC X(01)   VALUE SPACE.
           02 RI3-CITTAVDR           PIC X(30).
           02 FILLER                 PIC X(04)   VALUE SPACE.
       01  RIGA-LET-1.
           02 FILLER                 PIC X(52)   VALUE
              'CONFERMA VARIAZIONE COORDINATE BANCARIE - DEALER N. '.
           02 RL1-AGR                PIC 9(07).
           02 FILLER                 PIC X(21)   VALUE SPACE.
       01  RIGA-LET-2.
           02 FILLER                 PIC X(22)   VALUE
              'COORDINATE PRECEDENTI:'.
           02 FILLER                 PIC X(05)   VALUE ' ABI '.
           02 RL2-CBQE               PIC X(05).
           02 FILLER                 PIC X(05)   VALUE ' CAB '.
           02 RL2-CGUIC              PIC X(05).
           02 FILLER                 PIC X(07)   VALUE ' CONTO '.
           02 RL2-NCPTE              PIC X(12).
           02 FILLER                 PIC X(19)   VALUE SPACE.
       01  RIGA-LET-3.
           02 FILLER                 PIC X(22)   VALUE
              'NUOVE COORDINATE:     '.
           02 FILLER                 PIC X(05)   VALUE ' ABI '.
           02 RL3-CBQE               PIC X(05).
           02 FILLER                 PIC X(05)   VALUE ' CAB '.
           02 RL3-CGUIC              PIC X(05).
           02 FILLER                 PIC X(07)   VALUE ' CONTO '.
           02 RL3-NCPTE              PIC X(12).
           02 FILLER                 PIC X(19)   VALUE SPACE.
       01  RIGA-LET-4.
           02 FILLER                 PIC X(22)   VALUE
              'INTESTATE A:          '.
           02 RL4-TITU               PIC X(30).
           02 FILLER                 PIC X(28)   VALUE SPACE.
       01  RIGA-LET-5.
           02 FILLER                 PIC X(40)   VALUE
              'VARIAZIONE CONFERMATA TELEFONICAMENTE IL'.
           02 FILLER                 PIC X(01)   VALUE SPACE.
           02 RL5-DATA-CONF          PIC X(10).
           02 FILLER                 PIC X(29)   VALUE SPACE.
       01  RIGA-LET-6.
           02 FILLER                 PIC X(45)   VALUE
              'I BONIFICI SULLE NUOVE COORDINATE PARTONO DAL'.
           02 FILLER                 PIC X(01)   VALUE SPACE.
           02 RL6-DATA-FINE          PIC X(10).
           02 FILLER                 PIC X(24)   VALUE SPACE.
       01  RIGA-LET-7                PIC X(80)   VALUE
              'SE NON HA RICHIESTO LA VARIAZIONE CI CONTATTI SUBITO'.
       01  RIGA-LET-8.
           02 FILLER                 PIC X(40)   VALUE SPACE.
           02 RL8-MITTENTE           PIC X(30).
           02 FILLER                 PIC X(10)   VALUE SPACE.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                PIC  X(48)  VALUE
               'DFAX - VARIAZIONI COORDINATE BANCARIE DEALER DEL'.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-T1-DATA             PIC  X(10).
           02  FILLER                PIC  X(73)  VALUE SPACE.
      *
       01  W-RIGA-DOPPIA             PIC  X(132) VALUE
           'ATTENZIONE: CORSA GIA'' ANDATA OK PER QUESTA DATA'.
      *
       01  W-RIGA-SEZ-VAR            PIC  X(132) VALUE
           'VARIAZIONI RILEVATE NELLA NOTTE'.
       01  W-RIGA-SEZ-RIL            PIC  X(132) VALUE
           'BONIFICI RILASCIATI (VARIAZIONE CONFERMATA E RAFFREDDAMENTO
      -    'FINITO)'.
       01  W-RIGA-SEZ-APERTE         PIC  X(132) VALUE
           'VARIAZIONI DA CONFERMARE CON RICHIAMATA (D05223I8)'.
       01  W-RIGA-SEZ-ORFANI         PIC  X(132) VALUE
           'BONIFICI FERMI SENZA VARIAZIONE CONFERMATA: VERIFICARE CON I
      -    'L DEALER (D05223I8)'.
      *
       01  W-RIGA-VAR.
           02  W-VAR-AGR             PIC  9(07).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-VAR-RANG            PIC  X(02).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-VAR-PREC            PIC  X(24).
           02  FILLER                PIC  X(04)  VALUE ' -> '.
           02  W-VAR-NUOVE           PIC  X(24).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-VAR-TITU            PIC  X(30).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-VAR-NOTA            PIC  X(25).
           02  FILLER                PIC  X(08)  VALUE SPACE.
      *
       01  W-COORD.
           02  W-COORD-CBQE          PIC  X(05).
           02  FILLER                PIC  X(01)  VALUE '/'.
           02  W-COORD-CGUIC         PIC  X(05).
           02  FILLER                PIC  X(01)  VALUE '/'.
           02  W-COORD-NCPTE         PIC  X(12).
      *
       01  W-RIGA-HOLD.
           02  W-HOLD-NUM-PRA        PIC  9(14).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-HOLD-AGR            PIC  9(07).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-HOLD-RANG           PIC  X(02).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-HOLD-IMPORTO        PIC  Z.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-HOLD-NOTA           PIC  X(40).
           02  FILLER                PIC  X(45)  VALUE SPACE.
      *
       01  W-RIGA-APERTA.
           02  W-APE-AGR             PIC  9(07).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-APE-RANG            PIC  X(02).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-APE-NUOVE           PIC  X(24).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-APE-TITU            PIC  X(30).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  FILLER                PIC  X(16)  VALUE
               'APERTA DA GIORNI'.
           02  W-APE-GIORNI          PIC  ZZZZ9.
           02  FILLER                PIC  X(40)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI1.
           02  FILLER                PIC  X(24)  VALUE
               'RIGHE TBVDBQE LETTE:   '.
           02  W-TOT-LETTE           PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(24)  VALUE
               '  NUOVI DEALER:        '.
           02  W-TOT-NUOVI           PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(24)  VALUE
               '  VARIAZIONI RILEVATE: '.
           02  W-TOT-VARIATE         PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(33)  VALUE SPACE.
       01  W-RIGA-TOTALI2.
           02  FILLER                PIC  X(24)  VALUE
               'BONIFICI RILASCIATI:   '.
           02  W-TOT-RILASCI         PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(24)  VALUE
               '  LETTERE DI CONFERMA: '.
           02  W-TOT-LETTERE         PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(24)  VALUE
               '  DA CONFERMARE:       '.
           02  W-TOT-APERTE          PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(33)  VALUE SPACE.
       01  W-RIGA-TOTALI3.
           02  FILLER                PIC  X(24)  VALUE
               'FERMI DA VERIFICARE:   '.
           02  W-TOT-ORFANI          PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(99)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    RIGHE BANCA DEI DEALER CON LA FOTOGRAFIA DELLA NOTTE PRIMA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-BQE CURSOR WITH HOLD FOR
               SELECT  B.TBVAGR, B.TBVRANG, B.TBVCBQE, B.TBVCGUIC,
                       B.TBVNCPTE, B.TBVTITU,
                       VALUE(S.SNP_CBQE, ' '),
                       VALUE(S.SNP_CGUIC, ' '),
                       VALUE(S.SNP_NCPTE, ' '),
                       VALUE(S.SNP_TITU, ' '),
                       CASE WHEN S.SNP_AGR IS NULL THEN 'N'
                            ELSE 'S' END,
                       (SELECT COUNT(*)
                          FROM T_DFAX_BQE_SNAP X
                         WHERE X.SNP_AGR = B.TBVAGR)
                 FROM  TBVDBQE B
                 LEFT OUTER JOIN T_DFAX_BQE_SNAP S
                   ON  S.SNP_AGR  = B.TBVAGR
                  AND  S.SNP_RANG = B.TBVRANG
                ORDER BY B.TBVAGR, B.TBVRANG
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    BONIFICI FERMI RILASCIABILI: VARIAZIONE CONFERMATA, NESSUNA
      *    VARIAZIONE ANCORA DA CONFERMARE O RESPINTA, RAFFREDDAMENTO
      *    FINITO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-HOLD CURSOR WITH HOLD FOR
               SELECT  H.HBQ_NUM_DIST, H.HBQ_NUM_MOV, H.HBQ_NUM_PRA,
                       H.HBQ_VDR, H.HBQ_RANG, H.HBQ_IMPORTO
                 FROM  T_DFAX_HOLD_BQE H
                WHERE  H.HBQ_STATO = 'H'
                  AND  EXISTS
                       (SELECT 1
                          FROM T_DFAX_BQE_VAR C
                         WHERE C.VAR_AGR   = H.HBQ_VDR
                           AND C.VAR_RANG  = H.HBQ_RANG
                           AND C.VAR_STATO = 'C')
                  AND  NOT EXISTS
                       (SELECT 1
                          FROM T_DFAX_BQE_VAR V
                         WHERE V.VAR_AGR   = H.HBQ_VDR
                           AND V.VAR_RANG  = H.HBQ_RANG
                           AND (V.VAR_STATO IN ('A', 'X')
                            OR (V.VAR_STATO = 'C'
                           AND V.VAR_DATA_FINE_RAFFR >
                               DATE(:S1-DATA-ELAB))))
                ORDER BY H.HBQ_DATA_INS
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    VARIAZIONI CONFERMATE SENZA LETTERA, CON L'INDIRIZZO DEL
      *    DEALER GIA' IN ARCHIVIO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-LETT CURSOR WITH HOLD FOR
               SELECT  V.VAR_AGR, V.VAR_RANG,
                       V.VAR_CBQE_PREC, V.VAR_CGUIC_PREC,
                       V.VAR_NCPTE_PREC,
                       V.VAR_CBQE, V.VAR_CGUIC, V.VAR_NCPTE,
                       V.VAR_TITU,
                       CHAR(DATE(V.VAR_DATA_CONF), ISO),
                       CHAR(V.VAR_DATA_FINE_RAFFR, ISO),
                       D.TVDNOMMAG, D.TVDADRMAG, D.TVDCPTTMAG,
                       D.TVDVILMAG
                 FROM  T_DFAX_BQE_VAR V, TBVDVDR D
                WHERE  V.VAR_STATO   = 'C'
                  AND  V.VAR_LETTERA = 'N'
                  AND  D.TVDAGR      = V.VAR_AGR
                ORDER BY V.VAR_AGR, V.VAR_RANG
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    VARIAZIONI ANCORA DA CONFERMARE, DALLA PIU' VECCHIA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-APERTE CURSOR FOR
               SELECT  VAR_AGR, VAR_RANG, VAR_CBQE, VAR_CGUIC,
                       VAR_NCPTE, VAR_TITU,
                       DAYS(DATE(:S1-DATA-ELAB))
                         - DAYS(DATE(VAR_DATA_RILEV))
                 FROM  T_DFAX_BQE_VAR
                WHERE  VAR_STATO = 'A'
                ORDER BY VAR_DATA_RILEV
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    BONIFICI FERMI CHE NESSUNA VARIAZIONE CONFERMATA POTRA'
      *    RILASCIARE (RIGA TORNATA COM'ERA PRIMA DELLA NOTTE, O
      *    COORDINATE CHE D05223A0 NON HA POTUTO VERIFICARE, 'E')
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-ORFANI CURSOR FOR
               SELECT  H.HBQ_NUM_PRA, H.HBQ_VDR, H.HBQ_RANG,
                       H.HBQ_IMPORTO, H.HBQ_MOTIVO
                 FROM  T_DFAX_HOLD_BQE H
                WHERE  H.HBQ_STATO = 'H'
                  AND  NOT EXISTS
                       (SELECT 1
                          FROM T_DFAX_BQE_VAR V
                         WHERE V.VAR_AGR   = H.HBQ_VDR
                           AND V.VAR_RANG  = H.HBQ_RANG
                           AND V.VAR_STATO IN ('A', 'C', 'X'))
                ORDER BY H.HBQ_DATA_INS
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           EXEC SQL OPEN CURS-BQE END-EXEC
           PERFORM 2000-CONTROLLA-RIGA   THRU 2000-CONTROLLA-RIGA-X
                   UNTIL FINE-BQE
           PERFORM 3000-RILASCI          THRU 3000-RILASCI-X
           PERFORM 4000-LETTERE          THRU 4000-LETTERE-X
           PERFORM 5000-APERTE           THRU 5000-APERTE-X
           PERFORM 6000-FINALIZZA        THRU 6000-FINALIZZA-X
           MOVE 'F'                      TO OPK0-FUNZIONE
           MOVE 'OK'                     TO OPK0-ESITO-CORSA
           CALL S1-PGM-REGISTRO    USING OPK0-AREA
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           INITIALIZE OPK0-AREA
           MOVE 'I'                      TO OPK0-FUNZIONE
           MOVE 'D05223S1'               TO OPK0-PROGRAMMA
           CALL S1-PGM-REGISTRO    USING OPK0-AREA
           MOVE OPK0-DATA-ELAB           TO S1-DATA-ELAB
           OPEN OUTPUT SUB-FILE RPT-DFAX-BQE
           MOVE S1-DATA-ELAB             TO W-T1-DATA
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           IF  OPK0-CORSA-DOPPIA
           THEN
               MOVE W-RIGA-DOPPIA        TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ-VAR           TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL SELECT ROU_PRINTER, ROU_CLASS, ROU_MSGCLASS
                      INTO :RJ2-PRINTER, :RJ1-CLASS, :RJ1-MSGCLASS
                      FROM T_DFAX_ROUTING
                     WHERE ROU_CODSOC = 100
                       AND ROU_AGE    = 0
                       AND ROU_CANALE = '*'
           END-EXEC
           EXEC SQL SELECT SOCI_DESCRIZIONE
                      INTO :S1-MITTENTE
                      FROM T_GEN_SOCI
                     WHERE SOCI_CODSOC = 100
           END-EXEC.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CONTROLLA-RIGA: CONFRONTO DI UNA RIGA TBVDBQE CON LA
      *    FOTOGRAFIA
      *----------------------------------------------------------------*
       2000-CONTROLLA-RIGA.
           EXEC SQL FETCH CURS-BQE
                    INTO :S1-AGR, :S1-RANG, :S1-CBQE, :S1-CGUIC,
                         :S1-NCPTE, :S1-TITU,
                         :S1-SNP-CBQE, :S1-SNP-CGUIC, :S1-SNP-NCPTE,
                         :S1-SNP-TITU, :S1-SNP-PRESENTE,
                         :S1-SNP-CONTA-VDR
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-BQE              TO TRUE
               EXEC SQL CLOSE CURS-BQE END-EXEC
               GO TO 2000-CONTROLLA-RIGA-X
           END-IF
           ADD 1                         TO S1-TOT-LETTE
      *
      *    DEALER MAI FOTOGRAFATO: ENTRA NELLA FOTOGRAFIA E BASTA
           IF  NOT S1-IN-FOTOGRAFIA
           AND S1-SNP-CONTA-VDR = ZERO
           THEN
               PERFORM 2500-AGGIORNA-FOTO THRU 2500-AGGIORNA-FOTO-X
               ADD 1                     TO S1-TOT-NUOVI
               EXEC SQL COMMIT END-EXEC
               GO TO 2000-CONTROLLA-RIGA-X
           END-IF
      *
           IF  S1-IN-FOTOGRAFIA
           AND S1-CBQE  = S1-SNP-CBQE
           AND S1-CGUIC = S1-SNP-CGUIC
           AND S1-NCPTE = S1-SNP-NCPTE
           AND S1-TITU  = S1-SNP-TITU
           THEN
               GO TO 2000-CONTROLLA-RIGA-X
           END-IF
      *
           PERFORM 2100-APRI-VARIAZIONE  THRU 2100-APRI-VARIAZIONE-X
           PERFORM 2500-AGGIORNA-FOTO    THRU 2500-AGGIORNA-FOTO-X
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       2000-CONTROLLA-RIGA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-APRI-VARIAZIONE: UNA VARIAZIONE ANCORA DA CONFERMARE
      *    SULLA STESSA RIGA VIENE SUPERATA ('S') DA QUELLA NUOVA, CHE
      *    RIPARTE CON IL RAFFREDDAMENTO; QUELLA RESPINTA ('X') SMETTE
      *    DI BLOCCARE ('Y') PERCHE' ORA BLOCCA LA NUOVA
      *----------------------------------------------------------------*
       2100-APRI-VARIAZIONE.
           EXEC SQL UPDATE T_DFAX_BQE_VAR
                       SET VAR_STATO    = CASE VAR_STATO
                                          WHEN 'A' THEN 'S'
                                          ELSE 'Y' END,
                           VAR_DATA_AGG = CURRENT TIMESTAMP
                     WHERE VAR_AGR      = :S1-AGR
                       AND VAR_RANG     = :S1-RANG
                       AND VAR_STATO    IN ('A', 'X')
           END-EXEC
           EXEC SQL INSERT INTO T_DFAX_BQE_VAR
                       (VAR_AGR, VAR_RANG,
                        VAR_CBQE_PREC, VAR_CGUIC_PREC, VAR_NCPTE_PREC,
                        VAR_TITU_PREC,
                        VAR_CBQE, VAR_CGUIC, VAR_NCPTE, VAR_TITU,
                        VAR_DATA_RILEV, VAR_DATA_FINE_RAFFR,
                        VAR_STATO, VAR_LETTERA, VAR_DATA_AGG)
                VALUES (:S1-AGR, :S1-RANG,
                        :S1-SNP-CBQE, :S1-SNP-CGUIC, :S1-SNP-NCPTE,
                        :S1-SNP-TITU,
                        :S1-CBQE, :S1-CGUIC, :S1-NCPTE, :S1-TITU,
                        CURRENT TIMESTAMP,
                        DATE(:S1-DATA-ELAB) + :S1-GG-RAFFR DAYS,
                        'A', 'N', CURRENT TIMESTAMP)
           END-EXEC
           ADD 1                         TO S1-TOT-VARIATE
      *
           MOVE S1-AGR                   TO W-VAR-AGR
           MOVE S1-RANG                  TO W-VAR-RANG
           MOVE S1-SNP-CBQE              TO W-COORD-CBQE
           MOVE S1-SNP-CGUIC             TO W-COORD-CGUIC
           MOVE S1-SNP-NCPTE             TO W-COORD-NCPTE
           MOVE W-COORD                  TO W-VAR-PREC
           MOVE S1-CBQE                  TO W-COORD-CBQE
           MOVE S1-CGUIC                 TO W-COORD-CGUIC
           MOVE S1-NCPTE                 TO W-COORD-NCPTE
           MOVE W-COORD                  TO W-VAR-NUOVE
           MOVE S1-TITU                  TO W-VAR-TITU
           IF  S1-IN-FOTOGRAFIA
           THEN
               MOVE 'COORDINATE VARIATE'  TO W-VAR-NOTA
           ELSE
               MOVE SPACE                 TO W-VAR-PREC
               MOVE 'NUOVA RIGA BANCA'    TO W-VAR-NOTA
           END-IF
           MOVE W-RIGA-VAR               TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2100-APRI-VARIAZIONE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2500-AGGIORNA-FOTO.
           EXEC SQL UPDATE T_DFAX_BQE_SNAP
                       SET SNP_CBQE     = :S1-CBQE,
                           SNP_CGUIC    = :S1-CGUIC,
                           SNP_NCPTE    = :S1-NCPTE,
                           SNP_TITU     = :S1-TITU,
                           SNP_DATA_AGG = CURRENT TIMESTAMP
                     WHERE SNP_AGR      = :S1-AGR
                       AND SNP_RANG     = :S1-RANG
           END-EXEC
           IF  SQLCODE = 100
           THEN
               EXEC SQL INSERT INTO T_DFAX_BQE_SNAP
                           (SNP_AGR, SNP_RANG, SNP_CBQE, SNP_CGUIC,
                            SNP_NCPTE, SNP_TITU, SNP_DATA_AGG)
                    VALUES (:S1-AGR, :S1-RANG, :S1-CBQE, :S1-CGUIC,
                            :S1-NCPTE, :S1-TITU, CURRENT TIMESTAMP)
               END-EXEC
           END-IF.
      *----------------------------------------------------------------*
       2500-AGGIORNA-FOTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-RILASCI: I BONIFICI FERMI TORNANO IN EMISSIONE ('I'),
      *    O AL FERMO PLAFOND ('F') SE ANCORA APERTO
      *----------------------------------------------------------------*
       3000-RILASCI.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ-RIL           TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-HOLD END-EXEC
           PERFORM 3100-RILASCIA         THRU 3100-RILASCIA-X
                   UNTIL FINE-HOLD.
      *----------------------------------------------------------------*
       3000-RILASCI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3100-RILASCIA.
           EXEC SQL FETCH CURS-HOLD
                    INTO :S1-NUM-DIST, :S1-NUM-MOV, :S1-NUM-PRA,
                         :S1-AGR, :S1-RANG, :S1-IMPORTO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-HOLD             TO TRUE
               EXEC SQL CLOSE CURS-HOLD END-EXEC
               GO TO 3100-RILASCIA-X
           END-IF
      *    UN FERMO PLAFOND ANCORA APERTO MANDA IL BONIFICO AL RISCHIO
      *    DI CREDITO ('F'), UN PLAFOND GIA' RIFIUTATO LO ANNULLA ('X')
           EXEC SQL UPDATE BE00TBMO MO
                       SET STATO_MOV =
                   CASE WHEN EXISTS (SELECT 1 FROM T_DFAX_HOLD_PLAF HP
                                 WHERE HP.HPL_NUM_DIST = MO.NUM_DIST
                                   AND HP.HPL_NUM_MOV  = MO.NUM_MOV
                                   AND HP.HPL_STATO    = 'X')
                        THEN 'X'
                        WHEN EXISTS (SELECT 1 FROM T_DFAX_HOLD_PLAF HP
                                 WHERE HP.HPL_NUM_DIST = MO.NUM_DIST
                                   AND HP.HPL_NUM_MOV  = MO.NUM_MOV
                                   AND HP.HPL_STATO    = 'H')
                        THEN 'F'
                        ELSE 'I'
                   END
                     WHERE MO.ISTITUTO  = 100
                       AND MO.NUM_DIST  = :S1-NUM-DIST
                       AND MO.NUM_MOV   = :S1-NUM-MOV
                       AND MO.STATO_MOV = 'Q'
           END-EXEC
           EXEC SQL UPDATE T_DFAX_HOLD_BQE
                       SET HBQ_STATO      = 'R',
                           HBQ_UTENTE     = 'D05223S1',
                           HBQ_DATA_ESITO = CURRENT TIMESTAMP
                     WHERE HBQ_NUM_DIST   = :S1-NUM-DIST
                       AND HBQ_NUM_MOV    = :S1-NUM-MOV
                       AND HBQ_STATO      = 'H'
           END-EXEC
      *    BONIFICO ANNULLATO: L'EROGAZIONE GIA' SEGNALATA SI STORNA.
      *    SE LO STORNO NON RIESCE IL FERMO RESTA E SI RIPROVA DOMANI
           INITIALIZE S1-K303-AREA
           MOVE S1-NUM-PRA               TO S1-K303-NUM-PRA
           CALL 'D05223K3'            USING S1-K303-AREA
           IF  NOT S1-K303-OK
           THEN
               EXEC SQL ROLLBACK END-EXEC
               SET FINE-HOLD             TO TRUE
               MOVE S1-NUM-PRA           TO W-HOLD-NUM-PRA
               MOVE S1-AGR               TO W-HOLD-AGR
               MOVE S1-RANG              TO W-HOLD-RANG
               COMPUTE S1-IMPORTO-EUR = S1-IMPORTO / 100
               MOVE S1-IMPORTO-EUR       TO W-HOLD-IMPORTO
               MOVE 'ERRORE STORNO EROGAZIONE: NON RILASCIATO'
                                         TO W-HOLD-NOTA
               MOVE W-RIGA-HOLD          TO RPT-RIGA
               WRITE RPT-RIGA
               GO TO 3100-RILASCIA-X
           END-IF
           ADD 1                         TO S1-TOT-RILASCI
           MOVE S1-NUM-PRA               TO W-HOLD-NUM-PRA
           MOVE S1-AGR                   TO W-HOLD-AGR
           MOVE S1-RANG                  TO W-HOLD-RANG
           COMPUTE S1-IMPORTO-EUR = S1-IMPORTO / 100
           MOVE S1-IMPORTO-EUR           TO W-HOLD-IMPORTO
           MOVE 'RILASCIATO'             TO W-HOLD-NOTA
           MOVE W-RIGA-HOLD              TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       3100-RILASCIA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-LETTERE: CONFERMA SCRITTA AL DEALER DELLE VARIAZIONI
      *    CONFERMATE CON RICHIAMATA
      *----------------------------------------------------------------*
       4000-LETTERE.
           EXEC SQL OPEN CURS-LETT END-EXEC
           PERFORM 4100-LETTERA          THRU 4100-LETTERA-X
                   UNTIL FINE-LETT.
      *----------------------------------------------------------------*
       4000-LETTERE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4100-LETTERA.
           EXEC SQL FETCH CURS-LETT
                    INTO :S1-AGR, :S1-RANG,
                         :S1-SNP-CBQE, :S1-SNP-CGUIC, :S1-SNP-NCPTE,
                         :S1-CBQE, :S1-CGUIC, :S1-NCPTE, :S1-TITU,
                         :S1-DATA-CONF, :S1-DATA-FINE,
                         :S1-NOMVDR, :S1-INDVDR, :S1-CAPVDR,
                         :S1-CITTAVDR
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-LETT             TO TRUE
               EXEC SQL CLOSE CURS-LETT END-EXEC
               GO TO 4100-LETTERA-X
           END-IF
      *
           MOVE RIGA-JOB1                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB2                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB4                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-MODELLO             TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE S1-NOMVDR                TO RI1-NOMVDR
           MOVE RIGA-IND-1               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE S1-INDVDR                TO RI2-INDVDR
           MOVE RIGA-IND-2               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE S1-CAPVDR                TO RI3-CAPVDR
           MOVE S1-CITTAVDR              TO RI3-CITTAVDR
           MOVE RIGA-IND-3               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE S1-AGR                   TO RL1-AGR
           MOVE RIGA-LET-1               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE S1-SNP-CBQE              TO RL2-CBQE
           MOVE S1-SNP-CGUIC             TO RL2-CGUIC
           MOVE S1-SNP-NCPTE             TO RL2-NCPTE
           MOVE RIGA-LET-2               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE S1-CBQE                  TO RL3-CBQE
           MOVE S1-CGUIC                 TO RL3-CGUIC
           MOVE S1-NCPTE                 TO RL3-NCPTE
           MOVE RIGA-LET-3               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE S1-TITU                  TO RL4-TITU
           MOVE RIGA-LET-4               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE S1-DATA-CONF             TO RL5-DATA-CONF
           MOVE RIGA-LET-5               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE S1-DATA-FINE             TO RL6-DATA-FINE
           MOVE RIGA-LET-6               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-LET-7               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE S1-MITTENTE              TO RL8-MITTENTE
           MOVE RIGA-LET-8               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB11               TO SUB-RIGA
           WRITE SUB-RIGA
      *
           EXEC SQL UPDATE T_DFAX_BQE_VAR
                       SET VAR_LETTERA  = 'S',
                           VAR_DATA_AGG = CURRENT TIMESTAMP
                     WHERE VAR_AGR      = :S1-AGR
                       AND VAR_RANG     = :S1-RANG
                       AND VAR_STATO    = 'C'
                       AND VAR_LETTERA  = 'N'
           END-EXEC
           ADD 1                         TO S1-TOT-LETTERE
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       4100-LETTERA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5000-APERTE: VARIAZIONI DA CONFERMARE E BONIFICI FERMI CHE
      *    NESSUNA VARIAZIONE RILASCERA'
      *----------------------------------------------------------------*
       5000-APERTE.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ-APERTE        TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-APERTE END-EXEC
           PERFORM 5100-RIGA-APERTA      THRU 5100-RIGA-APERTA-X
                   UNTIL FINE-APERTE
           EXEC SQL CLOSE CURS-APERTE END-EXEC
      *
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ-ORFANI        TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-ORFANI END-EXEC
           PERFORM 5200-RIGA-ORFANO      THRU 5200-RIGA-ORFANO-X
                   UNTIL FINE-ORFANI
           EXEC SQL CLOSE CURS-ORFANI END-EXEC.
      *----------------------------------------------------------------*
       5000-APERTE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5100-RIGA-APERTA.
           EXEC SQL FETCH CURS-APERTE
                    INTO :S1-AGR, :S1-RANG, :S1-CBQE, :S1-CGUIC,
                         :S1-NCPTE, :S1-TITU, :S1-GIORNI
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-APERTE           TO TRUE
               GO TO 5100-RIGA-APERTA-X
           END-IF
           ADD 1                         TO S1-TOT-APERTE
           MOVE S1-AGR                   TO W-APE-AGR
           MOVE S1-RANG                  TO W-APE-RANG
           MOVE S1-CBQE                  TO W-COORD-CBQE
           MOVE S1-CGUIC                 TO W-COORD-CGUIC
           MOVE S1-NCPTE                 TO W-COORD-NCPTE
           MOVE W-COORD                  TO W-APE-NUOVE
           MOVE S1-TITU                  TO W-APE-TITU
           MOVE S1-GIORNI                TO W-APE-GIORNI
           MOVE W-RIGA-APERTA            TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       5100-RIGA-APERTA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5200-RIGA-ORFANO.
           EXEC SQL FETCH CURS-ORFANI
                    INTO :S1-NUM-PRA, :S1-AGR, :S1-RANG, :S1-IMPORTO,
                         :S1-MOTIVO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-ORFANI           TO TRUE
               GO TO 5200-RIGA-ORFANO-X
           END-IF
           ADD 1                         TO S1-TOT-ORFANI
           MOVE S1-NUM-PRA               TO W-HOLD-NUM-PRA
           MOVE S1-AGR                   TO W-HOLD-AGR
           MOVE S1-RANG                  TO W-HOLD-RANG
           COMPUTE S1-IMPORTO-EUR = S1-IMPORTO / 100
           MOVE S1-IMPORTO-EUR           TO W-HOLD-IMPORTO
           IF  S1-NON-VERIFICATA
           THEN
               MOVE 'COORDINATE NON VERIFICATE (ERRORE DB2)'
                                         TO W-HOLD-NOTA
           ELSE
               MOVE 'FERMO SENZA VARIAZIONE' TO W-HOLD-NOTA
           END-IF
           MOVE W-RIGA-HOLD              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       5200-RIGA-ORFANO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       6000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE S1-TOT-LETTE             TO W-TOT-LETTE
           MOVE S1-TOT-NUOVI             TO W-TOT-NUOVI
           MOVE S1-TOT-VARIATE           TO W-TOT-VARIATE
           MOVE W-RIGA-TOTALI1           TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE S1-TOT-RILASCI           TO W-TOT-RILASCI
           MOVE S1-TOT-LETTERE           TO W-TOT-LETTERE
           MOVE S1-TOT-APERTE            TO W-TOT-APERTE
           MOVE W-RIGA-TOTALI2           TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE S1-TOT-ORFANI            TO W-TOT-ORFANI
           MOVE W-RIGA-TOTALI3           TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE SUB-FILE RPT-DFAX-BQE
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       6000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM D05223S1 *******************************
