      ******************************************************************
      *                        TE0009RJ                                *
      *                                                                *
      *  PROCEDURA    : CONTRATTI TELEMATICI - RIPARTO TRIMESTRALE     *
      *                 DEI COSTI TRA BANCA CAPOFILA E BANCHE PASSIVE  *
      *  DESCRIZIONE  : I CONTRATTI MULTIBANCA (FLGMBC 'S') SONO       *
      *                 GESTITI DALLA BANCA CAPOFILA (CBCALE/CISTLE)   *
      *                 CHE PRODUCE E CONSEGNA I FLUSSI PER CONTO      *
      *                 DELLA BANCA PASSIVA (CODABI) E, DA ACCORDO     *
      *                 INTERBANCARIO, NE RIADDEBITA UNA PARTE.        *
      *                 1) PARTITE: DAI CONSUMI DEL TRIMESTRE APPENA   *
      *                    CHIUSO (T_FLU_USO, MATURATI DA TE0009RD)    *
      *                    CONTA I FLUSSI PER CAPOFILA, PASSIVA E      *
      *                    TIPO FLUSSO (FTIPFL), LI VALORIZZA CON LA   *
      *                    TABELLA T_TE_RIPARTO_MBC E SCRIVE UNA       *
      *                    PARTITA APERTA SU T_TE_MBC_PARTITE          *
      *                    (CREDITRICE LA CAPOFILA)                    *
      *                 2) REGOLAMENTO: PER OGNI COPPIA DI BANCHE      *
      *                    STAMPA L'ESTRATTO CONTO DELLE PARTITE NON   *
      *                    REGOLATE, COMPENSA LE APERTE NEI DUE SENSI  *
      *                    E SCRIVE PER IL SALDO UN'ISTRUZIONE DI      *
      *                    BONIFICO INTERBANCARIO NEL TRACCIATO        *
      *                    FLUPAIN DI BE300RI; LE REGOLATE PASSANO     *
      *                    IN 'R'.                                     *
      *                    LE PARTITE CONTESTATE (STATO 'C', GESTITE   *
      *                    DA TE0009B5) SONO IN ESTRATTO MA FUORI DAL  *
      *                    SALDO FINCHE' NON C'E' ACCORDO              *
      *                 UNA RIPARTENZA NON DUPLICA PARTITE GIA'        *
      *                 SCRITTE NE' BONIFICI GIA' ISTRUITI             *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ARCHIVIO CONTRATTO *
      *  INPUT        : TE000902, T_FLU_USO, T_TE_RIPARTO_MBC,         *
      *                 T_TE_MBC_CONTI (DB2)                           *
      *  OUTPUT       : T_TE_MBC_PARTITE, ISTRUZIONI DI REGOLAMENTO    *
      *                 SU MBCPAIN (INPUT DI BE300RI), REPORT SU       *
      *                 RPT-TE0009-RIPMBC, RETURN-CODE 4 SE CI SONO    *
      *                 FLUSSI SENZA TARIFFA O SALDI NON REGOLATI      *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - RIPARTO COSTI MULTIBANCA CON         *
      *           ESTRATTO PER BANCA E BONIFICO DI REGOLAMENTO         *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     TE0009RJ.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT FLU-PAIN          ASSIGN  TO  MBCPAIN
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-TE0009-RIPMBC ASSIGN  TO  RPTTEMBC
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
      *
      *    ISTRUZIONE DI BONIFICO: STESSO TRACCIATO DI FLUPAIN (BE300RI)
       FD  FLU-PAIN
           RECORDING MODE IS F.
       01  PAI-RECORD.
           02  PAI-END-TO-END           PIC  X(35).
           02  PAI-ORD-IBAN             PIC  X(34).
           02  PAI-BEN-IBAN             PIC  X(34).
           02  PAI-BEN-ANAG             PIC  X(70).
           02  PAI-IMPORTO              PIC  9(13)V99.
           02  PAI-DIVISA               PIC  X(03).
           02  PAI-VL-AD                PIC  9(08).
           02  FILLER                   PIC  X(01).
           02  PAI-RMT-INF              PIC  X(140).
           02  PAI-OPZ-SPESE            PIC  X(03).
           02  PAI-BEN-BIC              PIC  X(11).
           02  PAI-BEN-PAESE            PIC  X(02).
      *
       FD  RPT-TE0009-RIPMBC
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
       01  RJ-PGM-REGISTRO            PIC  X(08)  VALUE 'OP0001K0'.
       01  RJ-DATA-ELAB               PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    TRIMESTRE DA RIPARTIRE: QUELLO CHIUSO PRIMA DELLA DATA DI
      *    ELABORAZIONE, DAL PRIMO GIORNO (INCLUSO) AL PRIMO GIORNO
      *    DEL TRIMESTRE SUCCESSIVO (ESCLUSO)
      *----------------------------------------------------------------*
       01  RJ-DT-DA                      PIC  X(10)  VALUE SPACE.
       01  RJ-DT-A                       PIC  X(10)  VALUE SPACE.
       01  RJ-ANNO                       PIC S9(04)  COMP VALUE ZERO.
       01  RJ-TRIM                       PIC S9(04)  COMP VALUE ZERO.
       01  RJ-PERIODO.
           02  RJ-PER-ANNO               PIC  9(04)  VALUE ZERO.
           02  FILLER                    PIC  X(01)  VALUE 'T'.
           02  RJ-PER-TRIM               PIC  9(01)  VALUE ZERO.
      *
      *    DATA VALUTA DEL BONIFICO (AAAAMMGG)
       01  RJ-DATA-AMG.
           02  RJ-AMG-AAAA               PIC  X(04)  VALUE SPACE.
           02  RJ-AMG-MM                 PIC  X(02)  VALUE SPACE.
           02  RJ-AMG-GG                 PIC  X(02)  VALUE SPACE.
       01  RJ-AMG-N  REDEFINES RJ-DATA-AMG
                                         PIC  9(08).
      *
      *----------------------------------------------------------------*
      *    CONSUMI DEL TRIMESTRE E PARTITE
      *----------------------------------------------------------------*
       01  RJ-ABI-CRED                   PIC  X(05)  VALUE SPACE.
       01  RJ-ABI-DEB                    PIC  X(05)  VALUE SPACE.
       01  RJ-TIPO-FLU                   PIC  X(01)  VALUE SPACE.
       01  RJ-PART-PERIODO               PIC  X(06)  VALUE SPACE.
       01  RJ-PART-STATO                 PIC  X(01)  VALUE SPACE.
       01  RJ-CONTA                      PIC S9(07)  COMP-3 VALUE ZERO.
       01  RJ-ESISTE                     PIC S9(05)  COMP-3 VALUE ZERO.
       01  RJ-TARIFFA                    PIC S9(05)V99 COMP-3
                                                     VALUE ZERO.
       01  RJ-IMPORTO                    PIC S9(09)V99 COMP-3
                                                     VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    COPPIA DI BANCHE IN REGOLAMENTO (ABI1 < ABI2) E SALDO:
      *    POSITIVO = ABI2 DEVE AD ABI1, NEGATIVO = ABI1 DEVE AD ABI2
      *----------------------------------------------------------------*
       01  RJ-ABI1                       PIC  X(05)  VALUE SPACE.
       01  RJ-ABI2                       PIC  X(05)  VALUE SPACE.
       01  RJ-CP-ABI1                    PIC  X(05)  VALUE SPACE.
       01  RJ-CP-ABI2                    PIC  X(05)  VALUE SPACE.
       01  RJ-CP-APERTE                  PIC S9(05)  COMP-3 VALUE ZERO.
       01  RJ-CP-SALDO                   PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
       01  RJ-ABI-PAGA                   PIC  X(05)  VALUE SPACE.
       01  RJ-ABI-INCASSA                PIC  X(05)  VALUE SPACE.
       01  RJ-IBAN-PAGA                  PIC  X(34)  VALUE SPACE.
       01  RJ-IBAN-INCASSA               PIC  X(34)  VALUE SPACE.
       01  RJ-DENOM-INCASSA              PIC  X(70)  VALUE SPACE.
       01  RJ-RIF-REGOL                  PIC  X(35)  VALUE SPACE.
      *
       01  SW-FINE-USO                   PIC  X(01)  VALUE 'N'.
           88  FINE-USO                              VALUE 'S'.
       01  SW-FINE-PART                  PIC  X(01)  VALUE 'N'.
           88  FINE-PART                             VALUE 'S'.
       01  SW-CONTI                      PIC  X(01)  VALUE 'S'.
           88  CONTI-OK                              VALUE 'S'.
           88  CONTI-MANCANTI                        VALUE 'N'.
      *
       01  RJ-TOT-GENERATE               PIC S9(09)  COMP-3 VALUE ZERO.
       01  RJ-TOT-SENZA-TAR              PIC S9(09)  COMP-3 VALUE ZERO.
       01  RJ-TOT-CONTESTATE             PIC S9(09)  COMP-3 VALUE ZERO.
       01  RJ-TOT-ISTRUZIONI             PIC S9(09)  COMP-3 VALUE ZERO.
       01  RJ-TOT-NON-REGOL              PIC S9(09)  COMP-3 VALUE ZERO.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'CONTRATTI - RIPARTO COSTI MULTIBANCA DEL    '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(78)  VALUE SPACE.
      *
       01  W-RIGA-TESTATA2.
           02  FILLER                    PIC  X(44)  VALUE
               'PERIOD  CRED.  DEB.   T  FLUSSI     TARIFFA '.
           02  FILLER                    PIC  X(44)  VALUE
               '        IMPORTO  STATO         NOTA         '.
           02  FILLER                    PIC  X(44)  VALUE SPACE.
      *
       01  W-RIGA-TITOLO.
           02  W-TIT-TESTO               PIC  X(60).
           02  FILLER                    PIC  X(72)  VALUE SPACE.
      *
       01  W-RIGA-DETT.
           02  W-DETT-PERIODO            PIC  X(06).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-CRED               PIC  X(05).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-DEB                PIC  X(05).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-TIPO               PIC  X(01).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-CONTA              PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-TARIFFA            PIC  ZZ.ZZ9,99.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-IMPORTO            PIC  ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-STATO              PIC  X(12).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-NOTA               PIC  X(40).
           02  FILLER                    PIC  X(17)  VALUE SPACE.
      *
       01  W-RIGA-COPPIA.
           02  FILLER                    PIC  X(23)  VALUE
               'ESTRATTO CONTO TRA ABI '.
           02  W-CP-ABI1                 PIC  X(05).
           02  FILLER                    PIC  X(07)  VALUE
               ' E ABI '.
           02  W-CP-ABI2                 PIC  X(05).
           02  FILLER                    PIC  X(92)  VALUE SPACE.
      *
       01  W-RIGA-SALDO.
           02  FILLER                    PIC  X(20)  VALUE
               'SALDO A FAVORE ABI  '.
           02  W-SAL-ABI                 PIC  X(05).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-SAL-IMPORTO             PIC  ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-SAL-ESITO               PIC  X(60).
           02  FILLER                    PIC  X(29)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                    PIC  X(20)  VALUE
               'PARTITE GENERATE:   '.
           02  W-TOT-GENERATE            PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  SENZA TARIFFA:    '.
           02  W-TOT-SENZA-TAR           PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  CONTESTATE:       '.
           02  W-TOT-CONTESTATE          PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  BONIFICI:         '.
           02  W-TOT-ISTRUZIONI          PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(08)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    FLUSSI CONSEGNATI NEL TRIMESTRE SU CONTRATTI MULTIBANCA IN
      *    CUI LA CAPOFILA E' UNA BANCA DIVERSA DA QUELLA DEL CONTRATTO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-USO CURSOR FOR
               SELECT  TE.CBCALE, TE.CODABI, USO.USO_TIPO_FLU,
                       COUNT(*)
                 FROM  T_FLU_USO USO, TE000902 TE
                WHERE  TE.CODKTR  = USO.USO_CODKTR
                  AND  TE.FLGMBC  = 'S'
                  AND  TE.CBCALE <> ' '
                  AND  TE.CBCALE <> TE.CODABI
                  AND  USO.USO_DATA >= DATE(:RJ-DT-DA)
                  AND  USO.USO_DATA <  DATE(:RJ-DT-A)
                GROUP BY TE.CBCALE, TE.CODABI, USO.USO_TIPO_FLU
                ORDER BY TE.CBCALE, TE.CODABI, USO.USO_TIPO_FLU
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    PARTITE NON REGOLATE (ANCHE DI TRIMESTRI PRECEDENTI, SE
      *    ACCORDATE DOPO UNA CONTESTAZIONE) PER COPPIA DI BANCHE
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-PART CURSOR FOR
               SELECT  CASE WHEN PMB_ABI_CRED < PMB_ABI_DEB
                            THEN PMB_ABI_CRED ELSE PMB_ABI_DEB END,
                       CASE WHEN PMB_ABI_CRED < PMB_ABI_DEB
                            THEN PMB_ABI_DEB ELSE PMB_ABI_CRED END,
                       PMB_PERIODO, PMB_ABI_CRED, PMB_ABI_DEB,
                       PMB_TIPO_FLU, PMB_CONTA, PMB_IMPORTO,
                       PMB_STATO
                 FROM  T_TE_MBC_PARTITE
                WHERE  PMB_STATO IN ('A', 'C')
                ORDER BY 1, 2, PMB_PERIODO, PMB_ABI_CRED,
                         PMB_TIPO_FLU
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           EXEC SQL OPEN CURS-USO END-EXEC
           PERFORM 2000-PARTITA          THRU 2000-PARTITA-X
                   UNTIL FINE-USO
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE 'REGOLAMENTO DELLE PARTITE PER COPPIA DI BANCHE'
                                         TO W-TIT-TESTO
           MOVE W-RIGA-TITOLO            TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-PART END-EXEC
           PERFORM 3100-LEGGI-PART       THRU 3100-LEGGI-PART-X
           PERFORM 3000-COPPIA           THRU 3000-COPPIA-X
                   UNTIL FINE-PART
           PERFORM 9000-FINALIZZA        THRU 9000-FINALIZZA-X
           MOVE 'F'                      TO OPK0-FUNZIONE
           MOVE 'OK'                     TO OPK0-ESITO-CORSA
           CALL RJ-PGM-REGISTRO    USING OPK0-AREA
           IF  RJ-TOT-SENZA-TAR > ZERO
           OR  RJ-TOT-NON-REGOL > ZERO
           THEN
               MOVE 4                    TO RETURN-CODE
           END-IF
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           INITIALIZE OPK0-AREA
           MOVE 'I'                      TO OPK0-FUNZIONE
           MOVE 'TE0009RJ'               TO OPK0-PROGRAMMA
           CALL RJ-PGM-REGISTRO    USING OPK0-AREA
           MOVE OPK0-DATA-ELAB           TO RJ-DATA-ELAB
           OPEN OUTPUT FLU-PAIN RPT-TE0009-RIPMBC
           EXEC SQL
                VALUES CHAR(DATE(:RJ-DATA-ELAB), ISO) INTO :W-T1-DATA
           END-EXEC
           MOVE W-T1-DATA (1:4)          TO RJ-AMG-AAAA
           MOVE W-T1-DATA (6:2)          TO RJ-AMG-MM
           MOVE W-T1-DATA (9:2)          TO RJ-AMG-GG
      *
      *    PRIMO GIORNO DEL TRIMESTRE CORRENTE MENO TRE MESI
           EXEC SQL
                VALUES CHAR(DATE(:RJ-DATA-ELAB)
                          - (DAY(DATE(:RJ-DATA-ELAB)) - 1) DAYS
                          - MOD(MONTH(DATE(:RJ-DATA-ELAB)) - 1, 3)
                            MONTHS
                          - 3 MONTHS, ISO)
                  INTO :RJ-DT-DA
           END-EXEC
           EXEC SQL
                VALUES (CHAR(DATE(:RJ-DT-DA) + 3 MONTHS, ISO),
                        YEAR(DATE(:RJ-DT-DA)),
                        QUARTER(DATE(:RJ-DT-DA)))
                  INTO :RJ-DT-A, :RJ-ANNO, :RJ-TRIM
           END-EXEC
           MOVE RJ-ANNO                  TO RJ-PER-ANNO
           MOVE RJ-TRIM                  TO RJ-PER-TRIM
      *
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TESTATA2          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO W-TIT-TESTO
           STRING 'PARTITE DEL TRIMESTRE ' RJ-PERIODO
                  ' (DAL ' RJ-DT-DA ' AL ' RJ-DT-A ' ESCLUSO)'
                   DELIMITED BY SIZE INTO W-TIT-TESTO
           END-STRING
           MOVE W-RIGA-TITOLO            TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-PARTITA: UNA PARTITA PER CAPOFILA, PASSIVA E TIPO
      *    FLUSSO. SE C'E' GIA' (RIPARTENZA, O TARIFFA AGGIUNTA DOPO
      *    UN PRIMO GIRO) NON SI RISCRIVE
      *----------------------------------------------------------------*
       2000-PARTITA.
           EXEC SQL FETCH CURS-USO
                    INTO :RJ-ABI-CRED, :RJ-ABI-DEB, :RJ-TIPO-FLU,
                         :RJ-CONTA
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-USO              TO TRUE
               EXEC SQL CLOSE CURS-USO END-EXEC
               GO TO 2000-PARTITA-X
           END-IF
           MOVE RJ-PERIODO               TO W-DETT-PERIODO
           MOVE RJ-ABI-CRED              TO W-DETT-CRED
           MOVE RJ-ABI-DEB               TO W-DETT-DEB
           MOVE RJ-TIPO-FLU              TO W-DETT-TIPO
           MOVE RJ-CONTA                 TO W-DETT-CONTA
           MOVE ZERO                     TO W-DETT-TARIFFA
                                            W-DETT-IMPORTO
           MOVE SPACE                    TO W-DETT-NOTA
      *
           MOVE ZERO                     TO RJ-ESISTE
           EXEC SQL SELECT COUNT(*)
                      INTO :RJ-ESISTE
                      FROM T_TE_MBC_PARTITE
                     WHERE PMB_PERIODO  = :RJ-PERIODO
                       AND PMB_ABI_CRED = :RJ-ABI-CRED
                       AND PMB_ABI_DEB  = :RJ-ABI-DEB
                       AND PMB_TIPO_FLU = :RJ-TIPO-FLU
           END-EXEC
           IF  SQLCODE = ZERO AND RJ-ESISTE > ZERO
           THEN
               MOVE 'GIA'' PRESENTE'     TO W-DETT-STATO
               GO TO 2000-PARTITA-SCRIVI
           END-IF
      *
      *    TARIFFA DI RIPARTO DEL TIPO FLUSSO
           MOVE ZERO                     TO RJ-TARIFFA
           EXEC SQL SELECT RMB_IMPORTO
                      INTO :RJ-TARIFFA
                      FROM T_TE_RIPARTO_MBC
                     WHERE RMB_TIPO_FLU = :RJ-TIPO-FLU
           END-EXEC
           IF  SQLCODE NOT = ZERO OR RJ-TARIFFA = ZERO
           THEN
      *        NESSUN ACCORDO DI RIPARTO PER IL TIPO FLUSSO: IN
      *        REPORT, NIENTE PARTITA FINCHE' LA TARIFFA NON C'E'
               ADD 1                     TO RJ-TOT-SENZA-TAR
               MOVE '** SENZA TARIFFA **'
                                         TO W-DETT-STATO
               GO TO 2000-PARTITA-SCRIVI
           END-IF
           COMPUTE RJ-IMPORTO = RJ-CONTA * RJ-TARIFFA
           EXEC SQL INSERT INTO T_TE_MBC_PARTITE
                           (PMB_PERIODO
                           ,PMB_ABI_CRED
                           ,PMB_ABI_DEB
                           ,PMB_TIPO_FLU
                           ,PMB_CONTA
                           ,PMB_TARIFFA
                           ,PMB_IMPORTO
                           ,PMB_STATO
                           ,PMB_NOTA
                           ,PMB_UTENTE
                           ,PMB_DATA_INS)
                    VALUES (:RJ-PERIODO
                           ,:RJ-ABI-CRED
                           ,:RJ-ABI-DEB
                           ,:RJ-TIPO-FLU
                           ,:RJ-CONTA
                           ,:RJ-TARIFFA
                           ,:RJ-IMPORTO
                           ,'A'
                           ,' '
                           ,'TE0009RJ'
                           ,CURRENT TIMESTAMP)
           END-EXEC
           ADD 1                         TO RJ-TOT-GENERATE
           MOVE RJ-TARIFFA               TO W-DETT-TARIFFA
           MOVE RJ-IMPORTO               TO W-DETT-IMPORTO
           MOVE 'GENERATA'               TO W-DETT-STATO.
      *
       2000-PARTITA-SCRIVI.
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2000-PARTITA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-COPPIA: ESTRATTO CONTO DI UNA COPPIA DI BANCHE, VALIDO
      *    PER ENTRAMBE LE CONTROPARTI, E REGOLAMENTO DEL SALDO
      *----------------------------------------------------------------*
       3000-COPPIA.
           MOVE RJ-ABI1                  TO RJ-CP-ABI1
           MOVE RJ-ABI2                  TO RJ-CP-ABI2
           MOVE ZERO                     TO RJ-CP-APERTE
                                            RJ-CP-SALDO
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RJ-CP-ABI1               TO W-CP-ABI1
           MOVE RJ-CP-ABI2               TO W-CP-ABI2
           MOVE W-RIGA-COPPIA            TO RPT-RIGA
           WRITE RPT-RIGA
           PERFORM 3200-RIGA-PART        THRU 3200-RIGA-PART-X
                   UNTIL FINE-PART
                   OR    RJ-ABI1 NOT = RJ-CP-ABI1
                   OR    RJ-ABI2 NOT = RJ-CP-ABI2
           PERFORM 3300-REGOLA           THRU 3300-REGOLA-X.
      *----------------------------------------------------------------*
       3000-COPPIA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3100-LEGGI-PART.
           EXEC SQL FETCH CURS-PART
                    INTO :RJ-ABI1, :RJ-ABI2, :RJ-PART-PERIODO,
                         :RJ-ABI-CRED, :RJ-ABI-DEB, :RJ-TIPO-FLU,
                         :RJ-CONTA, :RJ-IMPORTO, :RJ-PART-STATO
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET FINE-PART             TO TRUE
               EXEC SQL CLOSE CURS-PART END-EXEC
           END-IF.
      *----------------------------------------------------------------*
       3100-LEGGI-PART-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3200-RIGA-PART.
           MOVE RJ-PART-PERIODO          TO W-DETT-PERIODO
           MOVE RJ-ABI-CRED              TO W-DETT-CRED
           MOVE RJ-ABI-DEB               TO W-DETT-DEB
           MOVE RJ-TIPO-FLU              TO W-DETT-TIPO
           MOVE RJ-CONTA                 TO W-DETT-CONTA
           MOVE ZERO                     TO W-DETT-TARIFFA
           MOVE RJ-IMPORTO               TO W-DETT-IMPORTO
           MOVE SPACE                    TO W-DETT-NOTA
           IF  RJ-PART-STATO = 'C'
           THEN
      *        CONTESTATA: RESTA PARTITA APERTA FUORI DAL SALDO
               ADD 1                     TO RJ-TOT-CONTESTATE
               MOVE '** CONTESTATA'      TO W-DETT-STATO
               MOVE 'ESCLUSA DAL SALDO FINO ALL''ACCORDO'
                                         TO W-DETT-NOTA
           ELSE
               ADD 1                     TO RJ-CP-APERTE
               MOVE 'DA REGOLARE'        TO W-DETT-STATO
               IF  RJ-ABI-CRED = RJ-CP-ABI1
               THEN
                   ADD RJ-IMPORTO        TO RJ-CP-SALDO
               ELSE
                   SUBTRACT RJ-IMPORTO FROM RJ-CP-SALDO
               END-IF
           END-IF
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA
           PERFORM 3100-LEGGI-PART       THRU 3100-LEGGI-PART-X.
      *----------------------------------------------------------------*
       3200-RIGA-PART-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3300-REGOLA: IL SALDO DELLE PARTITE APERTE DIVENTA UN
      *    BONIFICO DALLA BANCA DEBITRICE ALLA CREDITRICE; SENZA CONTI
      *    DI REGOLAMENTO LE PARTITE RESTANO APERTE PER IL PROSSIMO GIRO
      *----------------------------------------------------------------*
       3300-REGOLA.
           IF  RJ-CP-APERTE = ZERO
           THEN
               GO TO 3300-REGOLA-X
           END-IF
           IF  RJ-CP-SALDO < ZERO
           THEN
               MOVE RJ-CP-ABI1           TO RJ-ABI-PAGA
               MOVE RJ-CP-ABI2           TO RJ-ABI-INCASSA
               COMPUTE RJ-CP-SALDO = ZERO - RJ-CP-SALDO
           ELSE
               MOVE RJ-CP-ABI2           TO RJ-ABI-PAGA
               MOVE RJ-CP-ABI1           TO RJ-ABI-INCASSA
           END-IF
           MOVE RJ-ABI-INCASSA           TO W-SAL-ABI
           MOVE RJ-CP-SALDO              TO W-SAL-IMPORTO
           MOVE SPACE                    TO RJ-RIF-REGOL
           STRING 'MBC' RJ-PERIODO RJ-CP-ABI1 RJ-CP-ABI2
                   DELIMITED BY SIZE INTO RJ-RIF-REGOL
           END-STRING
      *
           IF  RJ-CP-SALDO = ZERO
           THEN
               MOVE 'PARTITE COMPENSATE, NESSUN BONIFICO'
                                         TO W-SAL-ESITO
               PERFORM 3500-CHIUDI-PART  THRU 3500-CHIUDI-PART-X
               GO TO 3300-REGOLA-SCRIVI
           END-IF
      *
           PERFORM 3400-CONTI            THRU 3400-CONTI-X
           IF  CONTI-MANCANTI
           THEN
               ADD 1                     TO RJ-TOT-NON-REGOL
               GO TO 3300-REGOLA-SCRIVI
           END-IF
      *
           MOVE SPACE                    TO PAI-RECORD
           MOVE RJ-RIF-REGOL             TO PAI-END-TO-END
           MOVE RJ-IBAN-PAGA             TO PAI-ORD-IBAN
           MOVE RJ-IBAN-INCASSA          TO PAI-BEN-IBAN
           MOVE RJ-DENOM-INCASSA         TO PAI-BEN-ANAG
           MOVE RJ-CP-SALDO              TO PAI-IMPORTO
           MOVE 'EUR'                    TO PAI-DIVISA
           MOVE RJ-AMG-N                 TO PAI-VL-AD
           STRING 'RIPARTO COSTI MULTIBANCA ' RJ-PERIODO
                  ' - ACCORDO INTERBANCARIO ABI ' RJ-CP-ABI1
                  '/' RJ-CP-ABI2
                   DELIMITED BY SIZE INTO PAI-RMT-INF
           END-STRING
           WRITE PAI-RECORD
           ADD 1                         TO RJ-TOT-ISTRUZIONI
           MOVE SPACE                    TO W-SAL-ESITO
           STRING 'BONIFICO ' RJ-RIF-REGOL ' DA ABI ' RJ-ABI-PAGA
                   DELIMITED BY SIZE INTO W-SAL-ESITO
           END-STRING
           PERFORM 3500-CHIUDI-PART      THRU 3500-CHIUDI-PART-X.
      *
       3300-REGOLA-SCRIVI.
           MOVE W-RIGA-SALDO             TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       3300-REGOLA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3400-CONTI: CONTI DI REGOLAMENTO INTERBANCARIO DELLE DUE
      *    BANCHE (T_TE_MBC_CONTI)
      *----------------------------------------------------------------*
       3400-CONTI.
           SET CONTI-OK                  TO TRUE
           MOVE SPACE                    TO RJ-IBAN-PAGA
                                            RJ-IBAN-INCASSA
                                            RJ-DENOM-INCASSA
           EXEC SQL SELECT MBC_IBAN
                      INTO :RJ-IBAN-PAGA
                      FROM T_TE_MBC_CONTI
                     WHERE MBC_ABI = :RJ-ABI-PAGA
           END-EXEC
           IF  SQLCODE NOT = ZERO OR RJ-IBAN-PAGA = SPACE
           THEN
               SET CONTI-MANCANTI        TO TRUE
               MOVE SPACE                TO W-SAL-ESITO
               STRING '** NON REGOLATO: MANCA IL CONTO DI ABI '
                      RJ-ABI-PAGA
                       DELIMITED BY SIZE INTO W-SAL-ESITO
               END-STRING
               GO TO 3400-CONTI-X
           END-IF
           EXEC SQL SELECT MBC_IBAN, MBC_DENOM
                      INTO :RJ-IBAN-INCASSA, :RJ-DENOM-INCASSA
                      FROM T_TE_MBC_CONTI
                     WHERE MBC_ABI = :RJ-ABI-INCASSA
           END-EXEC
           IF  SQLCODE NOT = ZERO OR RJ-IBAN-INCASSA = SPACE
           THEN
               SET CONTI-MANCANTI        TO TRUE
               MOVE SPACE                TO W-SAL-ESITO
               STRING '** NON REGOLATO: MANCA IL CONTO DI ABI '
                      RJ-ABI-INCASSA
                       DELIMITED BY SIZE INTO W-SAL-ESITO
               END-STRING
           END-IF.
      *----------------------------------------------------------------*
       3400-CONTI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3500-CHIUDI-PART: LE APERTE DELLA COPPIA PASSANO IN 'R' CON
      *    IL RIFERIMENTO DEL BONIFICO; LE CONTESTATE NON SI TOCCANO
      *----------------------------------------------------------------*
       3500-CHIUDI-PART.
           EXEC SQL UPDATE T_TE_MBC_PARTITE
                       SET PMB_STATO     = 'R',
                           PMB_DT_REGOL  = DATE(:RJ-DATA-ELAB),
                           PMB_RIF_REGOL = :RJ-RIF-REGOL
                     WHERE PMB_STATO     = 'A'
                       AND ((PMB_ABI_CRED = :RJ-CP-ABI1
                       AND   PMB_ABI_DEB  = :RJ-CP-ABI2)
                        OR  (PMB_ABI_CRED = :RJ-CP-ABI2
                       AND   PMB_ABI_DEB  = :RJ-CP-ABI1))
           END-EXEC.
      *----------------------------------------------------------------*
       3500-CHIUDI-PART-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RJ-TOT-GENERATE          TO W-TOT-GENERATE
           MOVE RJ-TOT-SENZA-TAR         TO W-TOT-SENZA-TAR
           MOVE RJ-TOT-CONTESTATE        TO W-TOT-CONTESTATE
           MOVE RJ-TOT-ISTRUZIONI        TO W-TOT-ISTRUZIONI
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE FLU-PAIN RPT-TE0009-RIPMBC
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM TE0009RJ *******************************
