      ******************************************************************
      *                        BE300S1                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - BONIFICI PARLANTI          *
      *  DESCRIZIONE  : RITENUTA D'ACCONTO SUI BONIFICI PARLANTI IN   *
      *                 ARRIVO (SEGNO_OPER 'A') ACCREDITATI NEL       *
      *                 GIORNO DI RIFERIMENTO CON UNA CAUSALE ABI DI  *
      *                 T_BE_CAUS_PARLANTI. PER OGNI MOVIMENTO:       *
      *                  - ANALISI DELLA NOTA CON BE300KC (CF         *
      *                    ORDINANTE, PARTITA IVA DEL BENEFICIARIO,   *
      *                    RIFERIMENTO NORMATIVO); SE MANCA QUALCOSA  *
      *                    LA RITENUTA SI APPLICA LO STESSO E LA      *
      *                    RIGA E' SEGNALATA COME ANOMALA             *
      *                  - IMPONIBILE = IMPORTO AL NETTO DELL'IVA     *
      *                    ALL'ALIQUOTA DELLA CAUSALE (CPA_ALIQ_IVA)  *
      *                  - RITENUTA = IMPONIBILE PER CPA_PERC_RIT     *
      *                    (8%), REGISTRATA IN T_BE_RIT_PARLANTI CON  *
      *                    IL MESE DI VERSAMENTO                      *
      *                 SE IL GIORNO DI RIFERIMENTO CHIUDE IL MESE    *
      *                 PRODUCE ANCHE IL PROSPETTO DEL DEBITO PER     *
      *                 FILIALE DA VERSARE CON F24 (CODICE TRIBUTO    *
      *                 1039) ENTRO IL 16 DEL MESE SUCCESSIVO. LA     *
      *                 CORSA E' RIPETIBILE: I MOVIMENTI GIA'         *
      *                 REGISTRATI NON SI RIPRENDONO                  *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : PARBERPA (DATA AAAAMMGG), BE00TBMO,           *
      *                 T_BE_CAUS_PARLANTI (DB2)                      *
      *  OUTPUT       : T_BE_RIT_PARLANTI, REPORT SU RPT-BE300-RPA E  *
      *                 (A FINE MESE) SU RPT-BE300-RPM                *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - RITENUTA SUI BONIFICI PARLANTI IN    *
      *           ARRIVO E PROSPETTO MENSILE PER IL VERSAMENTO F24     *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300S1.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT PAR-FILE          ASSIGN  TO  PARBERPA
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-BE300-RPA     ASSIGN  TO  RPTBERPA
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-BE300-RPM     ASSIGN  TO  RPTBERPM
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  PAR-FILE
           RECORDING MODE IS F.
       01  PAR-RECORD.
           02  PAR-DATA-RIF             PIC  X(08).
           02  FILLER                   PIC  X(72).
      *
       FD  RPT-BE300-RPA
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       FD  RPT-BE300-RPM
           RECORDING MODE IS F.
       01  RPM-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *----------------------------------------------------------------*
      *    GIORNO DI RIFERIMENTO (AAAAMMGG COME I CAMPI DI BE00TBMO),
      *    GIORNO DOPO E MESE DI VERSAMENTO
      *----------------------------------------------------------------*
       01  S1-DATA-ISO                   PIC  X(10)  VALUE SPACE.
       01  S1-DOMANI-ISO                 PIC  X(10)  VALUE SPACE.
       01  S1-DATA-RIF                   PIC  X(08)  VALUE SPACE.
       01  S1-DOMANI                     PIC  X(08)  VALUE SPACE.
       01  S1-MESE                       PIC  X(06)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    MOVIMENTO IN LAVORAZIONE
      *----------------------------------------------------------------*
       01  S1-NUM-DIST                   PIC S9(10)  COMP-3 VALUE ZERO.
       01  S1-NUM-MOV                    PIC S9(10)  COMP-3 VALUE ZERO.
       01  S1-CRO                        PIC  X(35)  VALUE SPACE.
       01  S1-FILIALE                    PIC  X(05)  VALUE SPACE.
       01  S1-IMPORTO                    PIC S9(18)  COMP-3 VALUE ZERO.
       01  S1-BEN-NDG                    PIC  X(12)  VALUE SPACE.
       01  S1-BEN-ANAG                   PIC  X(70)  VALUE SPACE.
       01  S1-BEN-CF                     PIC  X(16)  VALUE SPACE.
       01  S1-BEN-ID                     PIC  X(16)  VALUE SPACE.
       01  S1-BASE                       PIC S9(18)  COMP-3 VALUE ZERO.
       01  S1-RITENUTA                   PIC S9(18)  COMP-3 VALUE ZERO.
       01  S1-ANOMALIA                   PIC  X(01)  VALUE SPACE.
       01  S1-CONTA                      PIC S9(09)  COMP-3 VALUE ZERO.
       01  S1-IX                         PIC S9(04)  COMP VALUE ZERO.
       01  S1-PUNT                       PIC S9(04)  COMP VALUE ZERO.
      *
      *    AREA DI CHIAMATA DELL'ANALISI DEI BONIFICI PARLANTI BE300KC
       01  S1-K30C-AREA.
           02  S1-K30C-FUNZIONE          PIC  X(01).
           02  S1-K30C-NUM-DIST          PIC S9(10)  COMP-3.
           02  S1-K30C-NUM-MOV           PIC S9(10)  COMP-3.
           02  S1-K30C-CAUS-ABI          PIC  X(05).
           02  S1-K30C-NOTE-TEXT         PIC  X(500).
           02  S1-K30C-ESITO             PIC  X(01).
               88  S1-K30C-COMPLETO                  VALUE 'S'.
               88  S1-K30C-INCOMPLETO                VALUE 'B'.
           02  S1-K30C-CF-ORD            PIC  X(16).
           02  S1-K30C-PIVA-BEN          PIC  X(11).
           02  S1-K30C-NORMA             PIC  X(70).
           02  S1-K30C-PERC-RIT          PIC S9(03)V99 COMP-3.
           02  S1-K30C-ALIQ-IVA          PIC S9(03)V99 COMP-3.
           02  S1-K30C-NUM-MANC          PIC  9(01).
           02  S1-K30C-MANCANTI OCCURS 3.
               03  S1-K30C-MANCA         PIC  X(03).
      *
      *----------------------------------------------------------------*
      *    TOTALI DEL GIORNO
      *----------------------------------------------------------------*
       01  S1-TOT-ESAMINATI              PIC S9(07)  COMP-3 VALUE ZERO.
       01  S1-TOT-REGISTRATI             PIC S9(07)  COMP-3 VALUE ZERO.
       01  S1-TOT-ANOMALI                PIC S9(07)  COMP-3 VALUE ZERO.
       01  S1-TOT-GIA                    PIC S9(07)  COMP-3 VALUE ZERO.
       01  S1-TOT-RITENUTE               PIC S9(18)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    PROSPETTO MENSILE PER FILIALE
      *----------------------------------------------------------------*
       01  S1-M-FILIALE                  PIC  X(05)  VALUE SPACE.
       01  S1-M-NUM                      PIC S9(07)  COMP-3 VALUE ZERO.
       01  S1-M-IMPORTO                  PIC S9(18)  COMP-3 VALUE ZERO.
       01  S1-M-BASE                     PIC S9(18)  COMP-3 VALUE ZERO.
       01  S1-M-RITENUTA                 PIC S9(18)  COMP-3 VALUE ZERO.
       01  S1-M-ANOMALI                  PIC S9(07)  COMP-3 VALUE ZERO.
       01  S1-M-TOT-NUM                  PIC S9(07)  COMP-3 VALUE ZERO.
       01  S1-M-TOT-IMPORTO              PIC S9(18)  COMP-3 VALUE ZERO.
       01  S1-M-TOT-BASE                 PIC S9(18)  COMP-3 VALUE ZERO.
       01  S1-M-TOT-RITENUTA             PIC S9(18)  COMP-3 VALUE ZERO.
       01  S1-M-TOT-ANOMALI              PIC S9(07)  COMP-3 VALUE ZERO.
      *
       01  SW-FINE-ARR                   PIC  X(01)  VALUE 'N'.
           88  FINE-ARR                              VALUE 'S'.
       01  SW-FINE-MESE                  PIC  X(01)  VALUE 'N'.
           88  FINE-MESE                             VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    RIGHE DEL REPORT GIORNALIERO
      *----------------------------------------------------------------*
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(48)  VALUE
               'RITENUTE SU BONIFICI PARLANTI IN ARRIVO - ACCRED'.
           02  FILLER                    PIC  X(09)  VALUE
               'ITATI IL '.
           02  W-T1-DATA                 PIC  X(08).
           02  FILLER                    PIC  X(21)  VALUE
               ' - MESE DI VERSAMENTO'.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-T1-MESE                 PIC  X(06).
           02  FILLER                    PIC  X(39)  VALUE SPACE.
      *
       01  W-RIGA-INTEST.
           02  FILLER                    PIC  X(44)  VALUE
               '  DISTINTA  MOVIMENTO FILIA BENEFICIARIO    '.
           02  FILLER                    PIC  X(44)  VALUE
               '        IMPORTO     IMPONIBILE      RITENUTA'.
           02  FILLER                    PIC  X(44)  VALUE
               ' CF ORDINANTE     NOTA                      '.
      *
       01  W-RIGA-DETT.
           02  W-DET-DIST                PIC  Z(09)9.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-MOV                 PIC  Z(09)9.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-FILIALE             PIC  X(05).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-BEN-ID              PIC  X(16).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-IMPORTO             PIC  ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-BASE                PIC  ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-RITENUTA            PIC  ZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-CF-ORD              PIC  X(16).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-DET-NOTA                PIC  X(26).
      *
       01  W-RIGA-TOTALI.
           02  FILLER                    PIC  X(11)  VALUE
               'ESAMINATI: '.
           02  W-TOT-ESAMINATI           PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(14)  VALUE
               '  REGISTRATI: '.
           02  W-TOT-REGISTRATI          PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(12)  VALUE
               '  ANOMALI: '.
           02  W-TOT-ANOMALI             PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  GIA'' REGISTRATI: '.
           02  W-TOT-GIA                 PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  RITENUTE DEL GG: '.
           02  W-TOT-RITENUTE            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    RIGHE DEL PROSPETTO MENSILE PER IL VERSAMENTO F24
      *----------------------------------------------------------------*
       01  W-RIGA-M-TESTATA.
           02  FILLER                    PIC  X(48)  VALUE
               'RITENUTE SU BONIFICI PARLANTI - VERSAMENTO F24 C'.
           02  FILLER                    PIC  X(25)  VALUE
               'ODICE TRIBUTO 1039 - MESE'.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-MT-MESE                 PIC  X(06).
           02  FILLER                    PIC  X(15)  VALUE
               ' - SCADENZA IL '.
           02  W-MT-SCADENZA             PIC  X(08).
           02  FILLER                    PIC  X(29)  VALUE SPACE.
      *
       01  W-RIGA-M-INTEST.
           02  FILLER                    PIC  X(44)  VALUE
               'FILIA   NUMERO   IMPORTO ACCREDIT.          '.
           02  FILLER                    PIC  X(44)  VALUE
               'IMPONIBILE            RITENUTA  ANOMAL      '.
           02  FILLER                    PIC  X(44)  VALUE SPACE.
      *
       01  W-RIGA-M-DETT.
           02  W-MD-FILIALE              PIC  X(05).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-MD-NUM                  PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-MD-IMPORTO              PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-MD-BASE                 PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-MD-RITENUTA             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-MD-ANOMALI              PIC  ZZ.ZZ9.
           02  FILLER                    PIC  X(50)  VALUE SPACE.
      *
       01  W-RIGA-M-NESSUNO              PIC  X(132) VALUE
           '   NESSUNA RITENUTA DA VERSARE PER IL MESE'.
      *
      *----------------------------------------------------------------*
      *    BONIFICI PARLANTI IN ARRIVO ACCREDITATI NEL GIORNO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-ARR CURSOR FOR
               SELECT  MO.NUM_DIST, MO.NUM_MOV, MO.CRO_OPE,
                       MO.OPE_FIL_COM_A, MO.IMPORTO, MO.BEN_NDG,
                       MO.BEN_ANAG, MO.BEN_COD_FISC, MO.OPE_CAUS_ABI,
                       MO.OPE_NOTE_TEXT
                 FROM  BE00TBMO MO, T_BE_CAUS_PARLANTI CP
                WHERE  MO.SEGNO_OPER   = 'A'
                  AND  MO.OPE_DT_AC_MV = :S1-DATA-RIF
                  AND  MO.STATO_MOV   <> 'X'
                  AND  CP.CPA_CAUS_ABI = MO.OPE_CAUS_ABI
                  AND  CP.CPA_ATTIVA   = 'S'
                ORDER BY MO.NUM_DIST, MO.NUM_MOV
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    RITENUTE DEL MESE DI VERSAMENTO PER FILIALE
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-MESE CURSOR FOR
               SELECT  RPA_FILIALE, COUNT(*), SUM(RPA_IMPORTO),
                       SUM(RPA_BASE), SUM(RPA_RITENUTA),
                       SUM(CASE WHEN RPA_ANOMALIA = 'S'
                                THEN 1 ELSE 0 END)
                 FROM  T_BE_RIT_PARLANTI
                WHERE  RPA_MESE_F24 = :S1-MESE
                GROUP BY RPA_FILIALE
                ORDER BY RPA_FILIALE
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           EXEC SQL OPEN CURS-ARR END-EXEC
           PERFORM 2000-UN-BONIFICO      THRU 2000-UN-BONIFICO-X
                   UNTIL FINE-ARR
           EXEC SQL CLOSE CURS-ARR END-EXEC
           PERFORM 3000-FINALIZZA        THRU 3000-FINALIZZA-X
      *    PROSPETTO PER IL VERSAMENTO QUANDO IL GIORNO CHIUDE IL MESE
           IF  S1-DOMANI(7:2) = '01'
           THEN
               PERFORM 4000-MENSILE      THRU 4000-MENSILE-X
           END-IF
           STOP RUN.
      *
      *----------------------------------------------------------------*
      *    1000-INIZIALIZZA: GIORNO DI RIFERIMENTO DA PARBERPA (IN
      *    MANCANZA IERI), GIORNO DOPO E MESE DI VERSAMENTO
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN OUTPUT RPT-BE300-RPA
           EXEC SQL
                VALUES CHAR(CURRENT DATE - 1 DAY, ISO)
                  INTO :S1-DATA-ISO
           END-EXEC
           OPEN INPUT  PAR-FILE
           READ PAR-FILE
             AT END
                  MOVE SPACE             TO PAR-RECORD
           END-READ
           CLOSE PAR-FILE
           IF  PAR-DATA-RIF IS NUMERIC
           THEN
               STRING PAR-DATA-RIF(1:4) '-' PAR-DATA-RIF(5:2) '-'
                      PAR-DATA-RIF(7:2)
                      DELIMITED BY SIZE  INTO S1-DATA-ISO
               END-STRING
           END-IF
           EXEC SQL
                VALUES CHAR(DATE(:S1-DATA-ISO) + 1 DAY, ISO)
                  INTO :S1-DOMANI-ISO
           END-EXEC
           MOVE S1-DATA-ISO(1:4)         TO S1-DATA-RIF(1:4)
           MOVE S1-DATA-ISO(6:2)         TO S1-DATA-RIF(5:2)
           MOVE S1-DATA-ISO(9:2)         TO S1-DATA-RIF(7:2)
           MOVE S1-DOMANI-ISO(1:4)       TO S1-DOMANI(1:4)
           MOVE S1-DOMANI-ISO(6:2)       TO S1-DOMANI(5:2)
           MOVE S1-DOMANI-ISO(9:2)       TO S1-DOMANI(7:2)
           MOVE S1-DATA-RIF(1:6)         TO S1-MESE
      *
           MOVE S1-DATA-RIF              TO W-T1-DATA
           MOVE S1-MESE                  TO W-T1-MESE
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST            TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-UN-BONIFICO: ANALISI DELLA NOTA, IMPONIBILE AL NETTO
      *    DELL'IVA E RITENUTA
      *----------------------------------------------------------------*
       2000-UN-BONIFICO.
           EXEC SQL FETCH CURS-ARR
                    INTO :S1-NUM-DIST, :S1-NUM-MOV, :S1-CRO,
                         :S1-FILIALE, :S1-IMPORTO, :S1-BEN-NDG,
                         :S1-BEN-ANAG, :S1-BEN-CF, :S1-K30C-CAUS-ABI,
                         :S1-K30C-NOTE-TEXT
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-ARR              TO TRUE
               GO TO 2000-UN-BONIFICO-X
           END-IF
           ADD 1                         TO S1-TOT-ESAMINATI
           MOVE SPACE                    TO W-DET-NOTA S1-BEN-ID
           MOVE ZERO                     TO S1-BASE S1-RITENUTA
      *
           MOVE 'A'                      TO S1-K30C-FUNZIONE
           MOVE S1-NUM-DIST              TO S1-K30C-NUM-DIST
           MOVE S1-NUM-MOV               TO S1-K30C-NUM-MOV
           CALL 'BE300KC'             USING S1-K30C-AREA
           IF  S1-K30C-COMPLETO
           OR  S1-K30C-INCOMPLETO
           THEN
               PERFORM 2010-CALCOLA      THRU 2010-CALCOLA-X
           ELSE
               MOVE 'CAUSALE NON LETTA'  TO W-DET-NOTA
           END-IF
      *
           MOVE S1-NUM-DIST              TO W-DET-DIST
           MOVE S1-NUM-MOV               TO W-DET-MOV
           MOVE S1-FILIALE               TO W-DET-FILIALE
           MOVE S1-BEN-ID                TO W-DET-BEN-ID
           COMPUTE W-DET-IMPORTO = S1-IMPORTO / 100
           COMPUTE W-DET-BASE = S1-BASE / 100
           COMPUTE W-DET-RITENUTA = S1-RITENUTA / 100
           MOVE S1-K30C-CF-ORD           TO W-DET-CF-ORD
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2000-UN-BONIFICO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2010-CALCOLA: IL BENEFICIARIO SI CERTIFICA SULLA PARTITA IVA
      *    DELLA NOTA, SE ASSENTE O ERRATA SUL CODICE FISCALE
      *    DELL'ANAGRAFE; RITENUTA SULL'IMPONIBILE AL NETTO DELL'IVA
      *----------------------------------------------------------------*
       2010-CALCOLA.
           IF  S1-K30C-PIVA-BEN NOT = SPACE
           THEN
               MOVE S1-K30C-PIVA-BEN     TO S1-BEN-ID
           ELSE
               MOVE S1-BEN-CF            TO S1-BEN-ID
           END-IF
           IF  S1-K30C-INCOMPLETO
           THEN
               MOVE 'S'                  TO S1-ANOMALIA
               MOVE 'MANCA'              TO W-DET-NOTA
               MOVE 7                    TO S1-PUNT
               PERFORM 2050-NOTA-MANCANTI
                  THRU 2050-NOTA-MANCANTI-X
                       VARYING S1-IX FROM 1 BY 1
                       UNTIL S1-IX > S1-K30C-NUM-MANC
           ELSE
               MOVE 'N'                  TO S1-ANOMALIA
           END-IF
      *
           COMPUTE S1-BASE ROUNDED =
                   S1-IMPORTO * 100 / (100 + S1-K30C-ALIQ-IVA)
           COMPUTE S1-RITENUTA ROUNDED =
                   S1-BASE * S1-K30C-PERC-RIT / 100
      *
           PERFORM 2100-REGISTRA         THRU 2100-REGISTRA-X.
      *----------------------------------------------------------------*
       2010-CALCOLA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2050-NOTA-MANCANTI.
           MOVE S1-K30C-MANCA (S1-IX)    TO W-DET-NOTA(S1-PUNT:3)
           ADD 4                         TO S1-PUNT.
      *----------------------------------------------------------------*
       2050-NOTA-MANCANTI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-REGISTRA: UNA RIGA PER MOVIMENTO; SE LA CORSA VIENE
      *    RIPETUTA IL MOVIMENTO GIA' REGISTRATO NON SI TOCCA
      *----------------------------------------------------------------*
       2100-REGISTRA.
           MOVE ZERO                     TO S1-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :S1-CONTA
                      FROM T_BE_RIT_PARLANTI
                     WHERE RPA_NUM_DIST = :S1-NUM-DIST
                       AND RPA_NUM_MOV  = :S1-NUM-MOV
           END-EXEC
           IF  SQLCODE = ZERO AND S1-CONTA > ZERO
           THEN
               ADD 1                     TO S1-TOT-GIA
               MOVE 'GIA'' REGISTRATO'   TO W-DET-NOTA
               GO TO 2100-REGISTRA-X
           END-IF
      *
           EXEC SQL INSERT INTO T_BE_RIT_PARLANTI
                           (RPA_NUM_DIST
                           ,RPA_NUM_MOV
                           ,RPA_CRO
                           ,RPA_FILIALE
                           ,RPA_CAUS_ABI
                           ,RPA_BEN_NDG
                           ,RPA_BEN_ANAG
                           ,RPA_BEN_ID
                           ,RPA_ORD_CF
                           ,RPA_NORMA
                           ,RPA_IMPORTO
                           ,RPA_ALIQ_IVA
                           ,RPA_BASE
                           ,RPA_PERC_RIT
                           ,RPA_RITENUTA
                           ,RPA_DATA_CONT
                           ,RPA_MESE_F24
                           ,RPA_ANOMALIA
                           ,RPA_DATA_INS)
                    VALUES (:S1-NUM-DIST
                           ,:S1-NUM-MOV
                           ,:S1-CRO
                           ,:S1-FILIALE
                           ,:S1-K30C-CAUS-ABI
                           ,:S1-BEN-NDG
                           ,:S1-BEN-ANAG
                           ,:S1-BEN-ID
                           ,:S1-K30C-CF-ORD
                           ,:S1-K30C-NORMA
                           ,:S1-IMPORTO
                           ,:S1-K30C-ALIQ-IVA
                           ,:S1-BASE
                           ,:S1-K30C-PERC-RIT
                           ,:S1-RITENUTA
                           ,:S1-DATA-RIF
                           ,:S1-MESE
                           ,:S1-ANOMALIA
                           ,CURRENT TIMESTAMP)
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 'ERRORE INSERT'      TO W-DET-NOTA
               GO TO 2100-REGISTRA-X
           END-IF
           ADD 1                         TO S1-TOT-REGISTRATI
           ADD S1-RITENUTA               TO S1-TOT-RITENUTE
           IF  S1-ANOMALIA = 'S'
           THEN
               ADD 1                     TO S1-TOT-ANOMALI
           END-IF.
      *----------------------------------------------------------------*
       2100-REGISTRA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-FINALIZZA.
           EXEC SQL COMMIT END-EXEC
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE S1-TOT-ESAMINATI         TO W-TOT-ESAMINATI
           MOVE S1-TOT-REGISTRATI        TO W-TOT-REGISTRATI
           MOVE S1-TOT-ANOMALI           TO W-TOT-ANOMALI
           MOVE S1-TOT-GIA               TO W-TOT-GIA
           COMPUTE W-TOT-RITENUTE = S1-TOT-RITENUTE / 100
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RPT-BE300-RPA.
      *----------------------------------------------------------------*
       3000-FINALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-MENSILE: DEBITO DEL MESE PER FILIALE E TOTALE DA
      *    VERSARE; LA SCADENZA E' IL 16 DEL MESE SUCCESSIVO
      *----------------------------------------------------------------*
       4000-MENSILE.
           OPEN OUTPUT RPT-BE300-RPM
           MOVE S1-MESE                  TO W-MT-MESE
           MOVE S1-DOMANI(1:6)           TO W-MT-SCADENZA(1:6)
           MOVE '16'                     TO W-MT-SCADENZA(7:2)
           MOVE W-RIGA-M-TESTATA         TO RPM-RIGA
           WRITE RPM-RIGA
           MOVE SPACE                    TO RPM-RIGA
           WRITE RPM-RIGA
           MOVE W-RIGA-M-INTEST          TO RPM-RIGA
           WRITE RPM-RIGA
           MOVE 'N'                      TO SW-FINE-MESE
           EXEC SQL OPEN CURS-MESE END-EXEC
           PERFORM 4100-UNA-FILIALE      THRU 4100-UNA-FILIALE-X
                   UNTIL FINE-MESE
           EXEC SQL CLOSE CURS-MESE END-EXEC
           IF  S1-M-TOT-NUM = ZERO
           THEN
               MOVE W-RIGA-M-NESSUNO     TO RPM-RIGA
               WRITE RPM-RIGA
           ELSE
               MOVE SPACE                TO RPM-RIGA
               WRITE RPM-RIGA
               MOVE 'TOTAL'              TO W-MD-FILIALE
               MOVE S1-M-TOT-NUM         TO W-MD-NUM
               COMPUTE W-MD-IMPORTO = S1-M-TOT-IMPORTO / 100
               COMPUTE W-MD-BASE = S1-M-TOT-BASE / 100
               COMPUTE W-MD-RITENUTA = S1-M-TOT-RITENUTA / 100
               MOVE S1-M-TOT-ANOMALI     TO W-MD-ANOMALI
               MOVE W-RIGA-M-DETT        TO RPM-RIGA
               WRITE RPM-RIGA
           END-IF
           CLOSE RPT-BE300-RPM.
      *----------------------------------------------------------------*
       4000-MENSILE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4100-UNA-FILIALE.
           EXEC SQL FETCH CURS-MESE
                    INTO :S1-M-FILIALE, :S1-M-NUM, :S1-M-IMPORTO,
                         :S1-M-BASE, :S1-M-RITENUTA, :S1-M-ANOMALI
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-MESE             TO TRUE
               GO TO 4100-UNA-FILIALE-X
           END-IF
           ADD S1-M-NUM                  TO S1-M-TOT-NUM
           ADD S1-M-IMPORTO              TO S1-M-TOT-IMPORTO
           ADD S1-M-BASE                 TO S1-M-TOT-BASE
           ADD S1-M-RITENUTA             TO S1-M-TOT-RITENUTA
           ADD S1-M-ANOMALI              TO S1-M-TOT-ANOMALI
           MOVE S1-M-FILIALE             TO W-MD-FILIALE
           MOVE S1-M-NUM                 TO W-MD-NUM
           COMPUTE W-MD-IMPORTO = S1-M-IMPORTO / 100
           COMPUTE W-MD-BASE = S1-M-BASE / 100
           COMPUTE W-MD-RITENUTA = S1-M-RITENUTA / 100
           MOVE S1-M-ANOMALI             TO W-MD-ANOMALI
           MOVE W-RIGA-M-DETT            TO RPM-RIGA
           WRITE RPM-RIGA.
      *----------------------------------------------------------------*
       4100-UNA-FILIALE-X.
           EXIT.
      *
      ********************** EOM BE300S1 ********************************
