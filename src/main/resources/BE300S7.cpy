      ******************************************************************
      *                        BE300S7                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - TRASPARENZA CONDIZIONI     *
      *  DESCRIZIONE  : RIEPILOGO PERIODICO PER CLIENTE (NDG) DELLE   *
      *                 CONDIZIONI APPLICATE AI BONIFICI, DA INVIARE  *
      *                 ALMENO UNA VOLTA L'ANNO E A OGNI VARIAZIONE   *
      *                 DELLE CONDIZIONI. PER OGNI BONIFICO           *
      *                 CONTABILIZZATO NEL PERIODO IL CLIENTE E'      *
      *                 L'ORDINANTE PER I DISPOSTI ('D') E IL         *
      *                 BENEFICIARIO PER I RICEVUTI ('A'):            *
      *                  - ADDEBITATO = COMMISSIONE + SPESE RISCOSSE  *
      *                    (ORD_COMM_RISC + ORD_SP_OP_RIS SUI         *
      *                    DISPOSTI, BEN_COMM_RISC + BEN_SPESE_OPE    *
      *                    SUI RICEVUTI)                              *
      *                  - PREVISTO = CONDIZIONE DI CONTRATTO ALLA    *
      *                    DATA CONTABILE, CERCATA COME IL MOTORE     *
      *                    BE300K7 (NEGOZIATA PER NDG SU              *
      *                    T_BE_COND_NDG, ALTRIMENTI LISTINO          *
      *                    GENERICO '*' SU T_BE_CONDIZIONI PER        *
      *                    CANALE, URGENZA E FASCIA DI IMPORTO); IL   *
      *                    MOTORE PREZZA SOLO L'ORDINANTE, PER I      *
      *                    RICEVUTI IL PREVISTO NON E' DISPONIBILE    *
      *                 UN DISPOSTO ADDEBITATO OLTRE IL PREVISTO E'   *
      *                 UNA ECCEDENZA: IL CLIENTE E' SEGNALATO NEL    *
      *                 REPORT CON IL DETTAGLIO DEI BONIFICI; UN      *
      *                 DISPOSTO SENZA CONDIZIONE TROVATA NON SI      *
      *                 CONFRONTA (PREVISTO = ADDEBITATO) E SI CONTA  *
      *                 A PARTE. LA LETTERA (RAGGRUPPATA PER TIPO,    *
      *                 CANALE E URGENZA, CON LE CONDIZIONI           *
      *                 NEGOZIATE IN VIGORE) ESCE IN PDF DAL JOB      *
      *                 AOPPRINT COME BE300RN: ALLA MAIL VERIFICATA   *
      *                 DEL MASTER CONTATTI SE C'E', ALTRIMENTI IN    *
      *                 STAMPA PER LA POSTA. OGNI INVIO E' REGISTRATO *
      *                 IN T_BE_TRASP_INVII E NON SI RIPETE PER LO    *
      *                 STESSO PERIODO E TIPO DI INVIO                *
      *                 PARAMETRI (PARBETRA, POSIZIONALI):            *
      *                  01-08 INIZIO PERIODO AAAAMMGG                *
      *                  09-16 FINE PERIODO AAAAMMGG (SPAZI = ANNO    *
      *                        SOLARE PRECEDENTE)                     *
      *                  17    TIPO INVIO: 'A' ANNUALE (TUTTI I       *
      *                        CLIENTI CON BONIFICI NEL PERIODO,      *
      *                        DEFAULT), 'V' VARIAZIONE (SOLO I       *
      *                        CLIENTI CON UNA CONDIZIONE NEGOZIATA   *
      *                        DECORRENTE NEL PERIODO; UNA VARIAZIONE *
      *                        DEL LISTINO COINVOLGE TUTTI)           *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : PARBETRA, BE00TBMO, T_BE_COND_NDG,            *
      *                 T_BE_CONDIZIONI, T_ANA_NDG, T_ANA_CONTATTI,   *
      *                 T_DFAX_ROUTING, T_GEN_SOCI (DB2)              *
      *  OUTPUT       : LETTERE SU INTRDR, T_BE_TRASP_INVII, REPORT   *
      *                 SU RPT-BE300-TRA                              *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - RIEPILOGO DI TRASPARENZA DELLE       *
      *           CONDIZIONI APPLICATE AI BONIFICI PER CLIENTE         *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300S7.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT PAR-FILE          ASSIGN  TO  PARBETRA
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT SUB-FILE          ASSIGN  TO  INTRDR
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-BE300-TRA     ASSIGN  TO  RPTBETRA
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  PAR-FILE
           RECORDING MODE IS F.
       01  PAR-RECORD.
           02  PAR-DA                   PIC  X(08).
           02  PAR-A                    PIC  X(08).
           02  PAR-TIPO                 PIC  X(01).
           02  FILLER                   PIC  X(63).
      *
       FD  SUB-FILE
           RECORDING MODE IS F.
       01  SUB-RIGA                     PIC  X(80).
      *
       FD  RPT-BE300-TRA
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  S7-DATA-ELAB                  PIC  X(10)  VALUE SPACE.
       01  S7-ANNO                       PIC  9(04)  VALUE ZERO.
      *    PERIODO: AAAAMMGG PER OPE_DT_AC_MV, ISO PER LE VALIDITA'
       01  S7-DA                         PIC  X(08)  VALUE SPACE.
       01  S7-A                          PIC  X(08)  VALUE SPACE.
       01  S7-DA-ISO                     PIC  X(10)  VALUE SPACE.
       01  S7-A-ISO                      PIC  X(10)  VALUE SPACE.
       01  S7-TIPO                       PIC  X(01)  VALUE 'A'.
           88  S7-ANNUALE                            VALUE 'A'.
           88  S7-VARIAZIONE                         VALUE 'V'.
      *
      *----------------------------------------------------------------*
      *    CLIENTE IN LAVORAZIONE
      *----------------------------------------------------------------*
       01  S7-NDG                        PIC  X(12)  VALUE SPACE.
       01  S7-CODCLI                     PIC  9(14)  VALUE ZERO.
       01  S7-COGN                       PIC  X(30)  VALUE SPACE.
       01  S7-NOME                       PIC  X(30)  VALUE SPACE.
       01  S7-COMU                       PIC  X(30)  VALUE SPACE.
       01  S7-PROV                       PIC  X(02)  VALUE SPACE.
       01  S7-CAP                        PIC  X(05)  VALUE SPACE.
       01  S7-MAIL                       PIC  X(35)  VALUE SPACE.
       01  S7-CANALE-INVIO               PIC  X(01)  VALUE SPACE.
           88  S7-INVIO-MAIL                         VALUE 'M'.
           88  S7-INVIO-POSTA                        VALUE 'P'.
       01  S7-MITTENTE                   PIC  X(30)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    BONIFICO IN LETTURA; IMPORTI IN CENTESIMI COME BE00TBMO
      *----------------------------------------------------------------*
       01  S7-CRO                        PIC  X(11)  VALUE SPACE.
       01  S7-DT-MOV                     PIC  X(08)  VALUE SPACE.
       01  S7-DT-MOV-ISO                 PIC  X(10)  VALUE SPACE.
       01  S7-SEGNO                      PIC  X(01)  VALUE SPACE.
       01  S7-CANALE                     PIC  X(01)  VALUE SPACE.
       01  S7-URGE                       PIC  X(01)  VALUE SPACE.
       01  S7-IMPORTO                    PIC S9(18)  COMP-3 VALUE ZERO.
       01  S7-COMM-RISC                  PIC S9(06)  COMP-3 VALUE ZERO.
       01  S7-SPESE-RISC                 PIC S9(06)  COMP-3 VALUE ZERO.
       01  S7-CNT-COMM                   PIC S9(06)  COMP-3 VALUE ZERO.
       01  S7-CNT-SPESE                  PIC S9(06)  COMP-3 VALUE ZERO.
       01  S7-ADDEBITATO                 PIC S9(07)  COMP-3 VALUE ZERO.
       01  S7-PREVISTO                   PIC S9(07)  COMP-3 VALUE ZERO.
       01  S7-ECCEDENZA                  PIC S9(07)  COMP-3 VALUE ZERO.
      *
      *    CONDIZIONE NEGOZIATA IN VIGORE (PER LA LETTERA)
       01  S7-CNN-IMP-DA                 PIC S9(18)  COMP-3 VALUE ZERO.
       01  S7-CNN-IMP-A                  PIC S9(18)  COMP-3 VALUE ZERO.
       01  S7-CNN-COMM                   PIC S9(06)  COMP-3 VALUE ZERO.
       01  S7-CNN-SPESE                  PIC S9(06)  COMP-3 VALUE ZERO.
       01  S7-CNN-DAL                    PIC  X(10)  VALUE SPACE.
       01  S7-NUM-CNN                    PIC S9(05)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    ACCUMULI PER GRUPPO (TIPO, CANALE, URGENZA), CLIENTE, TOTALE
      *----------------------------------------------------------------*
       01  S7-GRP-SEGNO                  PIC  X(01)  VALUE SPACE.
       01  S7-GRP-CANALE                 PIC  X(01)  VALUE SPACE.
       01  S7-GRP-URGE                   PIC  X(01)  VALUE SPACE.
       01  S7-GRP-NUM                    PIC S9(07)  COMP-3 VALUE ZERO.
       01  S7-GRP-PREVISTO               PIC S9(13)  COMP-3 VALUE ZERO.
       01  S7-GRP-ADDEB                  PIC S9(13)  COMP-3 VALUE ZERO.
      *
       01  S7-CLI-NUM                    PIC S9(07)  COMP-3 VALUE ZERO.
       01  S7-CLI-ADDEB                  PIC S9(13)  COMP-3 VALUE ZERO.
       01  S7-CLI-NUM-ECC                PIC S9(07)  COMP-3 VALUE ZERO.
       01  S7-CLI-IMP-ECC                PIC S9(13)  COMP-3 VALUE ZERO.
      *
       01  S7-TOT-CLIENTI                PIC S9(07)  COMP-3 VALUE ZERO.
       01  S7-TOT-MAIL                   PIC S9(07)  COMP-3 VALUE ZERO.
       01  S7-TOT-POSTA                  PIC S9(07)  COMP-3 VALUE ZERO.
       01  S7-TOT-CLI-ECC                PIC S9(07)  COMP-3 VALUE ZERO.
       01  S7-TOT-IMP-ECC                PIC S9(13)  COMP-3 VALUE ZERO.
       01  S7-TOT-SENZA-REG              PIC S9(07)  COMP-3 VALUE ZERO.
      *
       01  SW-FINE-CLI                   PIC  X(01)  VALUE 'N'.
           88  FINE-CLI                              VALUE 'S'.
       01  SW-FINE-MOV                   PIC  X(01)  VALUE 'N'.
           88  FINE-MOV                              VALUE 'S'.
       01  SW-FINE-CNN                   PIC  X(01)  VALUE 'N'.
           88  FINE-CNN                              VALUE 'S'.
       01  SW-REGOLA                     PIC  X(01)  VALUE 'N'.
           88  REGOLA-TROVATA                        VALUE 'S'.
           88  SENZA-REGOLA                          VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    SCHELETRO DEL JOB AOPPRINT (COME BE300RN); SENZA MAIL LA
      *    LETTERA VA IN STAMPA PER LA POSTA (COME D05223RX)
      *----------------------------------------------------------------*
       01  RIGA-JOB1.
           02 FILLER                 PIC X(11)  VALUE '//FE07TRAS'.
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
       01  TAB-INDIRIZZO.
           02 ELE-TAB-IND    PIC X      OCCURS 40 VALUE SPACE.
       01  IND                       PIC  9(04)  VALUE ZERO.
       01  IND1                      PIC  9(04)  VALUE ZERO.
      *
       01  ROU-PRINTER                   PIC  X(07)  VALUE SPACE.
       01  ROU-CLASS                     PIC  X(01)  VALUE SPACE.
       01  ROU-MSGCLASS                  PIC  X(01)  VALUE SPACE.
      *
      *-- INDIRIZZO DEL CLIENTE E CORPO DEL RIEPILOGO
       01  RIGA-IND-1.
           02 FILLER                 PIC X(40)   VALUE SPACE.
           02 RI1-NOMINATIVO         PIC X(40).
       01  RIGA-IND-2.
           02 FILLER                 PIC X(40)   VALUE SPACE.
           02 RI2-CAP                PIC X(05).
           02 FILLER                 PIC X(01)   VALUE SPACE.
           02 RI2-COMU               PIC X(30).
           02 FILLER                 PIC X(01)   VALUE SPACE.
           02 RI2-PROV               PIC X(02).
           02 FILLER                 PIC X(01)   VALUE SPACE.
       01  RIGA-LET-1.
           02 FILLER                 PIC X(36)   VALUE
              'CONDIZIONI APPLICATE AI BONIFICI DAL'.
           02 FILLER                 PIC X(01)   VALUE SPACE.
           02 RL1-DA                 PIC X(10).
           02 FILLER                 PIC X(04)   VALUE ' AL '.
           02 RL1-A                  PIC X(10).
           02 FILLER                 PIC X(19)   VALUE SPACE.
       01  RIGA-LET-2                PIC X(80)   VALUE SPACE.
       01  RIGA-LET-3                PIC X(80)   VALUE
              'TIPO     CANALE URG       NUMERO         PREVISTO
      -       '           ADDEBITATO'.
       01  RIGA-LET-4.
           02 RL4-TIPO               PIC X(08).
           02 FILLER                 PIC X(01)   VALUE SPACE.
           02 RL4-CANALE             PIC X(01).
           02 FILLER                 PIC X(06)   VALUE SPACE.
           02 RL4-URGE               PIC X(01).
           02 FILLER                 PIC X(08)   VALUE SPACE.
           02 RL4-NUM                PIC ZZZ.ZZ9.
           02 FILLER                 PIC X(04)   VALUE SPACE.
           02 RL4-PREVISTO-X         PIC X(13).
           02 RL4-PREVISTO           REDEFINES RL4-PREVISTO-X
                                     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(08)   VALUE SPACE.
           02 RL4-ADDEBITATO         PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(10)   VALUE SPACE.
       01  RIGA-LET-5                PIC X(80)   VALUE SPACE.
       01  RIGA-LET-6.
           02 FILLER                 PIC X(10)   VALUE 'FASCIA DA '.
           02 RL6-DA                 PIC ZZ.ZZZ.ZZ9.
           02 FILLER                 PIC X(03)   VALUE ' A '.
           02 RL6-A-X                PIC X(10).
           02 RL6-A                  REDEFINES RL6-A-X
                                     PIC ZZ.ZZZ.ZZ9.
           02 FILLER                 PIC X(07)   VALUE ' COMM. '.
           02 RL6-COMM               PIC ZZ.ZZ9,99.
           02 FILLER                 PIC X(07)   VALUE ' SPESE '.
           02 RL6-SPESE              PIC ZZ.ZZ9,99.
           02 FILLER                 PIC X(05)   VALUE ' DAL '.
           02 RL6-DAL                PIC X(10).
       01  RIGA-LET-7.
           02 FILLER                 PIC X(36)   VALUE
              'TOTALE ADDEBITATO NEL PERIODO: EURO'.
           02 RL7-TOTALE             PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER                 PIC X(31)   VALUE SPACE.
       01  RIGA-LET-8.
           02 FILLER                 PIC X(40)   VALUE SPACE.
           02 RL8-MITTENTE           PIC X(30).
           02 FILLER                 PIC X(10)   VALUE SPACE.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'TRASPARENZA BONIFICI - RIEPILOGO CLIENTI DAL'.
           02  W-T1-DA                   PIC  X(10).
           02  FILLER                    PIC  X(04)  VALUE ' AL '.
           02  W-T1-A                    PIC  X(10).
           02  FILLER                    PIC  X(10)  VALUE '  INVIO: '.
           02  W-T1-TIPO                 PIC  X(10).
           02  FILLER                    PIC  X(15)  VALUE
               '  ELABORAZIONE '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(19)  VALUE SPACE.
      *
       01  W-RIGA-INTEST.
           02  FILLER                    PIC  X(44)  VALUE
               'NDG           COGNOME                   NOME'.
           02  FILLER                    PIC  X(44)  VALUE
               '             INVIO   BONIF.     ADDEBITATO  '.
           02  FILLER                    PIC  X(44)  VALUE
               ' ECCED.    IMP. ECCED.  SEGNALAZIONE        '.
      *
       01  W-RIGA-CLI.
           02  W-CLI-NDG                 PIC  X(12).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-CLI-COGN                PIC  X(25).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-CLI-NOME                PIC  X(15).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-CLI-INVIO               PIC  X(05).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-CLI-NUM                 PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-CLI-ADDEB               PIC  ZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-CLI-NUM-ECC             PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-CLI-IMP-ECC             PIC  ZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-CLI-SEGNAL              PIC  X(15).
           02  FILLER                    PIC  X(05)  VALUE SPACE.
      *
       01  W-RIGA-ECC.
           02  W-ECC-NDG                 PIC  X(12).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  FILLER                    PIC  X(14)  VALUE
               'ECCEDENZA CRO '.
           02  W-ECC-CRO                 PIC  X(11).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-ECC-DATA                PIC  X(08).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-ECC-CANALE              PIC  X(01).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-ECC-URGE                PIC  X(01).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-ECC-IMPORTO             PIC  ZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(10)  VALUE
               ' PREVISTO '.
           02  W-ECC-PREVISTO            PIC  ZZ.ZZ9,99.
           02  FILLER                    PIC  X(12)  VALUE
               ' ADDEBITATO '.
           02  W-ECC-ADDEBITATO          PIC  ZZ.ZZ9,99.
           02  FILLER                    PIC  X(11)  VALUE
               ' ECCEDENZA '.
           02  W-ECC-ECCEDENZA           PIC  ZZ.ZZ9,99.
           02  FILLER                    PIC  X(06)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                    PIC  X(10)  VALUE
               'CLIENTI: '.
           02  W-TOT-CLIENTI             PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(16)  VALUE
               '  LETTERE MAIL: '.
           02  W-TOT-MAIL                PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(11)  VALUE
               '  POSTALI: '.
           02  W-TOT-POSTA               PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(32)  VALUE
               '  CON ADDEBITI OLTRE CONTRATTO: '.
           02  W-TOT-CLI-ECC             PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(11)  VALUE
               '  IMPORTO: '.
           02  W-TOT-IMP-ECC             PIC  ZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(09)  VALUE SPACE.
      *
       01  W-RIGA-SENZA-REG.
           02  FILLER                    PIC  X(44)  VALUE
               'BONIFICI DISPOSTI SENZA CONDIZIONE DI CONTRA'.
           02  FILLER                    PIC  X(32)  VALUE
               'TTO (NON CONFRONTATI):'.
           02  W-TOT-SENZA-REG           PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(49)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    CLIENTI DEL PERIODO: ORDINANTI DEI DISPOSTI, BENEFICIARI
      *    DEI RICEVUTI E, PER L'INVIO DI VARIAZIONE, NDG CON UNA
      *    CONDIZIONE NEGOZIATA DECORRENTE NEL PERIODO. LA MAIL E'
      *    QUELLA VERIFICATA DEL MASTER CONTATTI; CHI HA GIA' AVUTO
      *    IL RIEPILOGO PER LO STESSO PERIODO E TIPO E' ESCLUSO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-CLI CURSOR FOR
               WITH C (NDG) AS
              (SELECT  ORD_NDG
                 FROM  BE00TBMO
                WHERE  OPE_DT_AC_MV BETWEEN :S7-DA AND :S7-A
                  AND  SEGNO_OPER = 'D'
                  AND  STATO_MOV <> 'X'
                  AND  ORD_NDG <> ' '
               UNION
               SELECT  BEN_NDG
                 FROM  BE00TBMO
                WHERE  OPE_DT_AC_MV BETWEEN :S7-DA AND :S7-A
                  AND  SEGNO_OPER = 'A'
                  AND  STATO_MOV <> 'X'
                  AND  BEN_NDG <> ' '
               UNION
               SELECT  CNN_NDG
                 FROM  T_BE_COND_NDG
                WHERE  :S7-TIPO = 'V'
                  AND  CNN_DT_VAL_DA BETWEEN :S7-DA-ISO AND :S7-A-ISO)
               SELECT  C.NDG, ANA.ANA_CODCLI, ANA.ANA_COGN,
                       ANA.ANA_NOME, ANA.ANA_COMU, ANA.ANA_PROV,
                       ANA.ANA_CAP,
                       COALESCE((SELECT MIN(CNT.CNT_VALORE)
                                   FROM T_ANA_CONTATTI CNT
                                  WHERE CNT.CNT_CODCLI = ANA.ANA_CODCLI
                                    AND CNT.CNT_CANALE = 'M'
                                    AND CNT.CNT_ESITO_VERIFICA = 'OK'),
                                ' ')
                 FROM  C
                       INNER JOIN T_ANA_NDG ANA
                          ON ANA.ANA_NDG = C.NDG
                WHERE (:S7-TIPO = 'A'
                   OR  EXISTS
                      (SELECT 1 FROM T_BE_COND_NDG CNN
                        WHERE CNN.CNN_NDG = C.NDG
                          AND CNN.CNN_DT_VAL_DA BETWEEN :S7-DA-ISO
                                                    AND :S7-A-ISO)
                   OR  EXISTS
                      (SELECT 1 FROM T_BE_CONDIZIONI CND
                        WHERE CND.CND_DT_VAL_DA BETWEEN :S7-DA-ISO
                                                    AND :S7-A-ISO))
                  AND  NOT EXISTS
                      (SELECT 1 FROM T_BE_TRASP_INVII TRI
                        WHERE TRI.TRI_NDG       = C.NDG
                          AND TRI.TRI_DT_INIZIO = :S7-DA-ISO
                          AND TRI.TRI_DT_FINE   = :S7-A-ISO
                          AND TRI.TRI_TIPO      = :S7-TIPO)
                ORDER BY C.NDG
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    BONIFICI DEL CLIENTE NEL PERIODO, DISPOSTI PRIMA DEI
      *    RICEVUTI, PER CANALE E URGENZA (ROTTURA DI GRUPPO)
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-MOV CURSOR FOR
               SELECT  CRO_OPE, OPE_DT_AC_MV, SEGNO_OPER, OPE_CANALE,
                       OPE_FL_URGE, IMPORTO,
                       CASE SEGNO_OPER WHEN 'D' THEN ORD_COMM_RISC
                                       ELSE BEN_COMM_RISC END,
                       CASE SEGNO_OPER WHEN 'D' THEN ORD_SP_OP_RIS
                                       ELSE BEN_SPESE_OPE END
                 FROM  BE00TBMO
                WHERE  OPE_DT_AC_MV BETWEEN :S7-DA AND :S7-A
                  AND  STATO_MOV <> 'X'
                  AND ((SEGNO_OPER = 'D' AND ORD_NDG = :S7-NDG)
                   OR  (SEGNO_OPER = 'A' AND BEN_NDG = :S7-NDG))
                ORDER BY SEGNO_OPER DESC, OPE_CANALE, OPE_FL_URGE,
                         OPE_DT_AC_MV
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    CONDIZIONI NEGOZIATE DEL CLIENTE IN VIGORE NEL PERIODO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-CNN CURSOR FOR
               SELECT  CNN_IMP_DA, CNN_IMP_A, CNN_COMM, CNN_SPESE,
                       CHAR(CNN_DT_VAL_DA, ISO)
                 FROM  T_BE_COND_NDG
                WHERE  CNN_NDG       = :S7-NDG
                  AND  CNN_DT_VAL_DA <= :S7-A-ISO
                  AND  CNN_DT_VAL_A  >= :S7-DA-ISO
                ORDER BY CNN_DT_VAL_DA, CNN_IMP_DA
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-UN-CLIENTE       THRU 2000-UN-CLIENTE-X
                   UNTIL FINE-CLI
           PERFORM 3000-FINALIZZA        THRU 3000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
      *    1000-INIZIALIZZA: PERIODO E TIPO DI INVIO DA PARBETRA,
      *    INSTRADAMENTO DEL JOB E MITTENTE COME BE300RN/AN0233RE
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN OUTPUT SUB-FILE
                       RPT-BE300-TRA
           EXEC SQL
                VALUES CHAR(CURRENT DATE, ISO)
                  INTO :S7-DATA-ELAB
           END-EXEC
           OPEN INPUT  PAR-FILE
           READ PAR-FILE
             AT END
                  MOVE SPACE             TO PAR-RECORD
           END-READ
           CLOSE PAR-FILE
      *
           IF  PAR-DA IS NUMERIC
           AND PAR-A  IS NUMERIC
           AND PAR-DA NOT > PAR-A
           THEN
               MOVE PAR-DA               TO S7-DA
               MOVE PAR-A                TO S7-A
           ELSE
               EXEC SQL
                    VALUES YEAR(CURRENT DATE) - 1
                      INTO :S7-ANNO
               END-EXEC
               MOVE S7-ANNO              TO S7-DA(1:4) S7-A(1:4)
               MOVE '0101'               TO S7-DA(5:4)
               MOVE '1231'               TO S7-A(5:4)
           END-IF
           IF  PAR-TIPO = 'V'
           THEN
               SET S7-VARIAZIONE         TO TRUE
               MOVE 'VARIAZIONE'         TO W-T1-TIPO
           ELSE
               SET S7-ANNUALE            TO TRUE
               MOVE 'ANNUALE'            TO W-T1-TIPO
           END-IF
           STRING S7-DA(1:4) '-' S7-DA(5:2) '-' S7-DA(7:2)
                  DELIMITED BY SIZE    INTO S7-DA-ISO
           STRING S7-A(1:4) '-' S7-A(5:2) '-' S7-A(7:2)
                  DELIMITED BY SIZE    INTO S7-A-ISO
      *
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
           EXEC SQL SELECT SOCI_DESCRIZIONE
                      INTO :S7-MITTENTE
                      FROM T_GEN_SOCI
                     WHERE SOCI_CODSOC = 100
           END-EXEC
      *
           MOVE S7-DA-ISO                TO W-T1-DA
           MOVE S7-A-ISO                 TO W-T1-A
           MOVE S7-DATA-ELAB             TO W-T1-DATA
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST            TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-CLI END-EXEC.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-UN-CLIENTE: LETTERA COMPLETA (INTESTAZIONE, GRUPPI,
      *    CONDIZIONI NEGOZIATE, TOTALE), RIGHE DI REPORT E
      *    REGISTRAZIONE DELL'INVIO
      *----------------------------------------------------------------*
       2000-UN-CLIENTE.
           EXEC SQL FETCH CURS-CLI
                    INTO :S7-NDG, :S7-CODCLI, :S7-COGN, :S7-NOME,
                         :S7-COMU, :S7-PROV, :S7-CAP, :S7-MAIL
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-CLI              TO TRUE
               GO TO 2000-UN-CLIENTE-X
           END-IF
           ADD 1                         TO S7-TOT-CLIENTI
           MOVE ZERO                     TO S7-CLI-NUM S7-CLI-ADDEB
                                            S7-CLI-NUM-ECC
                                            S7-CLI-IMP-ECC
                                            S7-GRP-NUM
           IF  S7-MAIL NOT = SPACE
           THEN
               SET S7-INVIO-MAIL         TO TRUE
               ADD 1                     TO S7-TOT-MAIL
           ELSE
               SET S7-INVIO-POSTA        TO TRUE
               ADD 1                     TO S7-TOT-POSTA
           END-IF
      *
           MOVE S7-NDG                   TO W-CLI-NDG
           MOVE S7-COGN                  TO W-CLI-COGN
           MOVE S7-NOME                  TO W-CLI-NOME
           IF  S7-INVIO-MAIL
           THEN
               MOVE 'MAIL'               TO W-CLI-INVIO
           ELSE
               MOVE 'POSTA'              TO W-CLI-INVIO
           END-IF
      *
           PERFORM 2100-INTESTA-LETTERA  THRU 2100-INTESTA-LETTERA-X
           MOVE 'N'                      TO SW-FINE-MOV
           EXEC SQL OPEN CURS-MOV END-EXEC
           PERFORM 2200-UN-BONIFICO      THRU 2200-UN-BONIFICO-X
                   UNTIL FINE-MOV
           EXEC SQL CLOSE CURS-MOV END-EXEC
           IF  S7-GRP-NUM > ZERO
           THEN
               PERFORM 2250-CHIUDI-GRUPPO
                  THRU 2250-CHIUDI-GRUPPO-X
           END-IF
           IF  S7-CLI-NUM = ZERO
           THEN
               MOVE 'NEL PERIODO NON RISULTANO BONIFICI'
                                         TO RIGA-LET-5
               MOVE RIGA-LET-5           TO SUB-RIGA
               WRITE SUB-RIGA
           END-IF
           PERFORM 2400-CONDIZIONI-NEGOZIATE
              THRU 2400-CONDIZIONI-NEGOZIATE-X
           PERFORM 2500-CHIUDI-LETTERA   THRU 2500-CHIUDI-LETTERA-X
      *
           MOVE S7-CLI-NUM               TO W-CLI-NUM
           COMPUTE W-CLI-ADDEB   = S7-CLI-ADDEB / 100
           MOVE S7-CLI-NUM-ECC           TO W-CLI-NUM-ECC
           COMPUTE W-CLI-IMP-ECC = S7-CLI-IMP-ECC / 100
           IF  S7-CLI-NUM-ECC > ZERO
           THEN
               ADD 1                     TO S7-TOT-CLI-ECC
               ADD S7-CLI-IMP-ECC        TO S7-TOT-IMP-ECC
               MOVE 'OLTRE CONTRATTO'    TO W-CLI-SEGNAL
           ELSE
               MOVE SPACE                TO W-CLI-SEGNAL
           END-IF
           MOVE W-RIGA-CLI               TO RPT-RIGA
           WRITE RPT-RIGA
           PERFORM 2600-REGISTRA-INVIO   THRU 2600-REGISTRA-INVIO-X.
      *----------------------------------------------------------------*
       2000-UN-CLIENTE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-INTESTA-LETTERA: TESTA DEL JOB (CON GLI ATTRIBUTI MAIL
      *    SOLO PER L'INVIO MAIL), INDIRIZZO E TITOLO
      *----------------------------------------------------------------*
       2100-INTESTA-LETTERA.
           MOVE RIGA-JOB1                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB2                TO SUB-RIGA
           WRITE SUB-RIGA
           IF  S7-INVIO-MAIL
           THEN
               MOVE RIGA-JOB3            TO SUB-RIGA
               WRITE SUB-RIGA
           END-IF
           MOVE RIGA-JOB4                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE SPACE                    TO RI1-NOMINATIVO
           STRING S7-COGN  DELIMITED BY '  '
                  ' '      DELIMITED BY SIZE
                  S7-NOME  DELIMITED BY '  '
                                       INTO RI1-NOMINATIVO
           MOVE RIGA-IND-1               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE S7-CAP                   TO RI2-CAP
           MOVE S7-COMU                  TO RI2-COMU
           MOVE S7-PROV                  TO RI2-PROV
           MOVE RIGA-IND-2               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE SPACE                    TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE S7-DA-ISO                TO RL1-DA
           MOVE S7-A-ISO                 TO RL1-A
           MOVE RIGA-LET-1               TO SUB-RIGA
           WRITE SUB-RIGA
           IF  S7-VARIAZIONE
           THEN
               MOVE 'INVIO A SEGUITO DI VARIAZIONE DELLE CONDIZIONI'
                                         TO RIGA-LET-2
           ELSE
               MOVE 'RIEPILOGO ANNUALE DELLE CONDIZIONI APPLICATE'
                                         TO RIGA-LET-2
           END-IF
           MOVE RIGA-LET-2               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE SPACE                    TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-LET-3               TO SUB-RIGA
           WRITE SUB-RIGA.
      *----------------------------------------------------------------*
       2100-INTESTA-LETTERA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-UN-BONIFICO: ADDEBITATO CONTRO PREVISTO; A ROTTURA DI
      *    TIPO/CANALE/URGENZA SI SCRIVE LA RIGA DEL GRUPPO
      *----------------------------------------------------------------*
       2200-UN-BONIFICO.
           EXEC SQL FETCH CURS-MOV
                    INTO :S7-CRO, :S7-DT-MOV, :S7-SEGNO, :S7-CANALE,
                         :S7-URGE, :S7-IMPORTO, :S7-COMM-RISC,
                         :S7-SPESE-RISC
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-MOV              TO TRUE
               GO TO 2200-UN-BONIFICO-X
           END-IF
           IF  S7-GRP-NUM > ZERO
           AND (S7-SEGNO   NOT = S7-GRP-SEGNO
           OR   S7-CANALE  NOT = S7-GRP-CANALE
           OR   S7-URGE    NOT = S7-GRP-URGE)
           THEN
               PERFORM 2250-CHIUDI-GRUPPO
                  THRU 2250-CHIUDI-GRUPPO-X
           END-IF
           MOVE S7-SEGNO                 TO S7-GRP-SEGNO
           MOVE S7-CANALE                TO S7-GRP-CANALE
           MOVE S7-URGE                  TO S7-GRP-URGE
      *
           COMPUTE S7-ADDEBITATO = S7-COMM-RISC + S7-SPESE-RISC
           MOVE S7-ADDEBITATO            TO S7-PREVISTO
           IF  S7-SEGNO = 'D'
           THEN
               PERFORM 2300-CONDIZIONE-CONTRATTO
                  THRU 2300-CONDIZIONE-CONTRATTO-X
               IF  REGOLA-TROVATA
               THEN
                   COMPUTE S7-PREVISTO = S7-CNT-COMM + S7-CNT-SPESE
               ELSE
                   ADD 1                 TO S7-TOT-SENZA-REG
               END-IF
           END-IF
           ADD 1                         TO S7-GRP-NUM S7-CLI-NUM
           ADD S7-PREVISTO               TO S7-GRP-PREVISTO
           ADD S7-ADDEBITATO             TO S7-GRP-ADDEB S7-CLI-ADDEB
      *
           IF  S7-ADDEBITATO > S7-PREVISTO
           THEN
               COMPUTE S7-ECCEDENZA = S7-ADDEBITATO - S7-PREVISTO
               ADD 1                     TO S7-CLI-NUM-ECC
               ADD S7-ECCEDENZA          TO S7-CLI-IMP-ECC
               MOVE S7-NDG               TO W-ECC-NDG
               MOVE S7-CRO               TO W-ECC-CRO
               MOVE S7-DT-MOV            TO W-ECC-DATA
               MOVE S7-CANALE            TO W-ECC-CANALE
               MOVE S7-URGE              TO W-ECC-URGE
               COMPUTE W-ECC-IMPORTO    = S7-IMPORTO / 100
               COMPUTE W-ECC-PREVISTO   = S7-PREVISTO / 100
               COMPUTE W-ECC-ADDEBITATO = S7-ADDEBITATO / 100
               COMPUTE W-ECC-ECCEDENZA  = S7-ECCEDENZA / 100
               MOVE W-RIGA-ECC           TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF.
      *----------------------------------------------------------------*
       2200-UN-BONIFICO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2250-CHIUDI-GRUPPO.
           IF  S7-GRP-SEGNO = 'D'
           THEN
               MOVE 'DISPOSTI'           TO RL4-TIPO
               COMPUTE RL4-PREVISTO = S7-GRP-PREVISTO / 100
           ELSE
               MOVE 'RICEVUTI'           TO RL4-TIPO
               MOVE '         N.D.'      TO RL4-PREVISTO-X
           END-IF
           MOVE S7-GRP-CANALE            TO RL4-CANALE
           MOVE S7-GRP-URGE              TO RL4-URGE
           MOVE S7-GRP-NUM               TO RL4-NUM
           COMPUTE RL4-ADDEBITATO = S7-GRP-ADDEB / 100
           MOVE RIGA-LET-4               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE ZERO                     TO S7-GRP-NUM S7-GRP-PREVISTO
                                            S7-GRP-ADDEB.
      *----------------------------------------------------------------*
       2250-CHIUDI-GRUPPO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2300-CONDIZIONE-CONTRATTO: STESSO ORDINE DI RICERCA DI
      *    BE300K7 (NEGOZIATA PER NDG, POI LISTINO GENERICO '*'), MA
      *    ALLA DATA CONTABILE DEL BONIFICO INVECE CHE AD OGGI
      *----------------------------------------------------------------*
       2300-CONDIZIONE-CONTRATTO.
           SET SENZA-REGOLA              TO TRUE
           MOVE ZERO                     TO S7-CNT-COMM S7-CNT-SPESE
           STRING S7-DT-MOV(1:4) '-' S7-DT-MOV(5:2) '-' S7-DT-MOV(7:2)
                  DELIMITED BY SIZE    INTO S7-DT-MOV-ISO
      *
           EXEC SQL SELECT CNN_COMM, CNN_SPESE
                      INTO :S7-CNT-COMM, :S7-CNT-SPESE
                      FROM T_BE_COND_NDG
                     WHERE CNN_NDG        = :S7-NDG
                       AND CNN_IMP_DA    <= :S7-IMPORTO
                       AND CNN_IMP_A     >= :S7-IMPORTO
                       AND CNN_DT_VAL_DA <= :S7-DT-MOV-ISO
                       AND CNN_DT_VAL_A  >= :S7-DT-MOV-ISO
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               SET REGOLA-TROVATA        TO TRUE
               GO TO 2300-CONDIZIONE-CONTRATTO-X
           END-IF
      *
           EXEC SQL SELECT CND_COMM, CND_SPESE
                      INTO :S7-CNT-COMM, :S7-CNT-SPESE
                      FROM T_BE_CONDIZIONI
                     WHERE CND_SEGMENTO   = '*'
                       AND CND_CANALE     = :S7-CANALE
                       AND CND_URGENTE    = :S7-URGE
                       AND CND_IMP_DA    <= :S7-IMPORTO
                       AND CND_IMP_A     >= :S7-IMPORTO
                       AND CND_DT_VAL_DA <= :S7-DT-MOV-ISO
                       AND CND_DT_VAL_A  >= :S7-DT-MOV-ISO
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               SET REGOLA-TROVATA        TO TRUE
           ELSE
               MOVE ZERO                 TO S7-CNT-COMM S7-CNT-SPESE
           END-IF.
      *----------------------------------------------------------------*
       2300-CONDIZIONE-CONTRATTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2400-CONDIZIONI-NEGOZIATE: ELENCO DELLE CONDIZIONI DEL
      *    CLIENTE IN VIGORE NEL PERIODO, O RINVIO AL LISTINO
      *----------------------------------------------------------------*
       2400-CONDIZIONI-NEGOZIATE.
           MOVE SPACE                    TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE ZERO                     TO S7-NUM-CNN
           MOVE 'N'                      TO SW-FINE-CNN
           EXEC SQL OPEN CURS-CNN END-EXEC
           PERFORM 2410-UNA-CONDIZIONE   THRU 2410-UNA-CONDIZIONE-X
                   UNTIL FINE-CNN
           EXEC SQL CLOSE CURS-CNN END-EXEC
           IF  S7-NUM-CNN = ZERO
           THEN
               MOVE 'AI BONIFICI DISPOSTI SI APPLICA IL LISTINO STANDARD
      -             ' DELLA BANCA'        TO RIGA-LET-5
               MOVE RIGA-LET-5           TO SUB-RIGA
               WRITE SUB-RIGA
           END-IF.
      *----------------------------------------------------------------*
       2400-CONDIZIONI-NEGOZIATE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2410-UNA-CONDIZIONE.
           EXEC SQL FETCH CURS-CNN
                    INTO :S7-CNN-IMP-DA, :S7-CNN-IMP-A, :S7-CNN-COMM,
                         :S7-CNN-SPESE, :S7-CNN-DAL
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-CNN              TO TRUE
               GO TO 2410-UNA-CONDIZIONE-X
           END-IF
           ADD 1                         TO S7-NUM-CNN
           IF  S7-NUM-CNN = 1
           THEN
               MOVE 'CONDIZIONI NEGOZIATE IN VIGORE NEL PERIODO (EURO):'
                                         TO RIGA-LET-5
               MOVE RIGA-LET-5           TO SUB-RIGA
               WRITE SUB-RIGA
           END-IF
           COMPUTE RL6-DA = S7-CNN-IMP-DA / 100
      *    FASCIA APERTA IN ALTO: LIMITE OLTRE LE DIECI CIFRE
           IF  S7-CNN-IMP-A > 9999999999
           THEN
               MOVE '   E OLTRE'         TO RL6-A-X
           ELSE
               COMPUTE RL6-A = S7-CNN-IMP-A / 100
           END-IF
           COMPUTE RL6-COMM  = S7-CNN-COMM / 100
           COMPUTE RL6-SPESE = S7-CNN-SPESE / 100
           MOVE S7-CNN-DAL               TO RL6-DAL
           MOVE RIGA-LET-6               TO SUB-RIGA
           WRITE SUB-RIGA.
      *----------------------------------------------------------------*
       2410-UNA-CONDIZIONE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2500-CHIUDI-LETTERA: TOTALE, MITTENTE E CODA DEL JOB (PER
      *    LA MAIL GLI ATTRIBUTI COME 2100-LETTERA DI AN0233RE)
      *----------------------------------------------------------------*
       2500-CHIUDI-LETTERA.
           MOVE SPACE                    TO SUB-RIGA
           WRITE SUB-RIGA
           COMPUTE RL7-TOTALE = S7-CLI-ADDEB / 100
           MOVE RIGA-LET-7               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE S7-MITTENTE              TO RL8-MITTENTE
           MOVE RIGA-LET-8               TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB11               TO SUB-RIGA
           WRITE SUB-RIGA
           IF  S7-INVIO-POSTA
           THEN
               GO TO 2500-CHIUDI-LETTERA-X
           END-IF
           MOVE RIGA-JOB5                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOBCS1              TO SUB-RIGA
           WRITE SUB-RIGA
           PERFORM 2700-RIGA-INDIRIZZO   THRU 2700-RIGA-INDIRIZZO-X
           MOVE TAB-INDIRIZZO            TO RJ6-INDIRIZZO
           MOVE RIGA-JOB6                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE S7-MITTENTE              TO RJ7-NAME
           MOVE RIGA-JOB7                TO SUB-RIGA
           WRITE SUB-RIGA
           MOVE RIGA-JOB11               TO SUB-RIGA
           WRITE SUB-RIGA.
      *----------------------------------------------------------------*
       2500-CHIUDI-LETTERA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2600-REGISTRA-INVIO: TRACCIA DELL'INVIO PER LE VERIFICHE DI
      *    TRASPARENZA E PER NON RIPETERLO SULLO STESSO PERIODO
      *----------------------------------------------------------------*
       2600-REGISTRA-INVIO.
           EXEC SQL INSERT INTO T_BE_TRASP_INVII
                           (TRI_NDG
                           ,TRI_DT_INIZIO
                           ,TRI_DT_FINE
                           ,TRI_TIPO
                           ,TRI_CANALE
                           ,TRI_NUM_BON
                           ,TRI_IMP_ADDEB
                           ,TRI_NUM_ECCED
                           ,TRI_IMP_ECCED
                           ,TRI_DATA_INS)
                    VALUES (:S7-NDG
                           ,:S7-DA-ISO
                           ,:S7-A-ISO
                           ,:S7-TIPO
                           ,:S7-CANALE-INVIO
                           ,:S7-CLI-NUM
                           ,:S7-CLI-ADDEB
                           ,:S7-CLI-NUM-ECC
                           ,:S7-CLI-IMP-ECC
                           ,CURRENT TIMESTAMP)
           END-EXEC.
      *----------------------------------------------------------------*
       2600-REGISTRA-INVIO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2700-RIGA-INDIRIZZO.
      *    {'indirizzomail'} COME 2200-RIGA-INDIRIZZO DI AN0233RE
           INITIALIZE TAB-INDIRIZZO
           MOVE WK-GRAFFA-OP             TO ELE-TAB-IND(1)
           MOVE ''''                     TO ELE-TAB-IND(2)
           MOVE 3                        TO IND
           PERFORM 2710-CAR-MAIL         THRU 2710-CAR-MAIL-X
                   VARYING IND1 FROM 1 BY 1
                   UNTIL IND1 > 35
                   OR    S7-MAIL(IND1:1) = SPACE
           IF  IND < 40
           THEN
               MOVE ''''                 TO ELE-TAB-IND(IND)
               ADD 1                     TO IND
               MOVE WK-GRAFFA-CL         TO ELE-TAB-IND(IND)
           END-IF.
      *----------------------------------------------------------------*
       2700-RIGA-INDIRIZZO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2710-CAR-MAIL.
           IF  S7-MAIL(IND1:1) = '§' OR '@'
           THEN
               MOVE WK-CHIOCCIOLA        TO ELE-TAB-IND(IND)
           ELSE
               MOVE S7-MAIL(IND1:1)      TO ELE-TAB-IND(IND)
           END-IF
           ADD 1                         TO IND.
      *----------------------------------------------------------------*
       2710-CAR-MAIL-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-FINALIZZA.
           EXEC SQL CLOSE CURS-CLI END-EXEC
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE S7-TOT-CLIENTI           TO W-TOT-CLIENTI
           MOVE S7-TOT-MAIL              TO W-TOT-MAIL
           MOVE S7-TOT-POSTA             TO W-TOT-POSTA
           MOVE S7-TOT-CLI-ECC           TO W-TOT-CLI-ECC
           COMPUTE W-TOT-IMP-ECC = S7-TOT-IMP-ECC / 100
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE S7-TOT-SENZA-REG         TO W-TOT-SENZA-REG
           MOVE W-RIGA-SENZA-REG         TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE SUB-FILE
                 RPT-BE300-TRA
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       3000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM BE300S7 ********************************
