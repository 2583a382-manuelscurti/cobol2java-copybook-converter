      ******************************************************************
      *                        BE300S8                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - NETTING INFRAGRUPPO         *
      *  DESCRIZIONE  : REPORT GIORNALIERO DEI BONIFICI TRA BANCHE     *
      *                 DEL GRUPPO: LA BANCA MITTENTE (OPE_MIT_ABI,    *
      *                 IN MANCANZA OPE_MIT_BIC) E LA DESTINATARIA     *
      *                 (OPE_DES_ABI / OPE_DES_BIC) SONO ENTRAMBE      *
      *                 NELL'ELENCO DELLE BANCHE DEL GRUPPO            *
      *                 (T_BE_ABI_GRUPPO, ATTIVE) E SONO DIVERSE TRA   *
      *                 LORO. PER I BONIFICI ACCETTATI NEL GIORNO:     *
      *                  - FLUSSI LORDI NEI DUE SENSI E POSIZIONE      *
      *                    NETTA PER COPPIA DI BANCHE (ABI 1 < ABI 2)  *
      *                    E DATA REGOLAMENTO (OPE_DT_REG)             *
      *                  - PROPOSTA DI REGOLAMENTO NETTO (CHI PAGA,    *
      *                    CHI RICEVE, IMPORTO) SCRITTA IN             *
      *                    T_BE_NETTING CON STATO 'P', DA APPROVARE    *
      *                    DALLA TESORERIA (BE300KF). UNA NUOVA        *
      *                    ESECUZIONE SULLO STESSO GIORNO RIFA' LE     *
      *                    PROPOSTE NON ANCORA LAVORATE E LASCIA       *
      *                    QUELLE APPROVATE O RIFIUTATE                *
      *                  - BONIFICI INFRAGRUPPO NON MARCATI COME       *
      *                    MOVIMENTO DI GRUPPO (OPE_MOV_GR_BK <> 'S'), *
      *                    QUINDI PASSATI DAL CLEARING ESTERNO, CON    *
      *                    IL COSTO DI CLEARING EVITABILE E LE         *
      *                    COMMISSIONI RISCOSSE AI CLIENTI             *
      *                 PARAMETRI (PARBENET, POSIZIONALI, ZERO=DEF.):  *
      *                  01-08 DATA ACCETTAZIONE AAAAMMGG (OGGI)       *
      *                  09-13 COSTO UNITARIO DEL CLEARING ESTERNO     *
      *                        IN CENTESIMI DI EURO (20)               *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : PARBENET, BE00TBMO, T_BE_ABI_GRUPPO (DB2)      *
      *  OUTPUT       : T_BE_NETTING, REPORT SU RPT-BE300-NET          *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - POSIZIONI NETTE INFRAGRUPPO CON      *
      *           PROPOSTA DI REGOLAMENTO PER LA TESORERIA             *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300S8.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT PAR-FILE          ASSIGN  TO  PARBENET
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-BE300-NET     ASSIGN  TO  RPTBENET
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  PAR-FILE
           RECORDING MODE IS F.
       01  PAR-RECORD.
           02  PAR-DATA                 PIC  X(08).
           02  PAR-COSTO                PIC  X(05).
           02  FILLER                   PIC  X(67).
      *
       FD  RPT-BE300-NET
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  S8-DATA-ELAB                  PIC  X(10)  VALUE SPACE.
       01  S8-DATA-RIF                   PIC  X(08)  VALUE SPACE.
       01  S8-COSTO-CLEARING             PIC S9(05)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    POSIZIONE BILATERALE IN LETTURA (IMPORTI IN CENTESIMI)
      *----------------------------------------------------------------*
       01  S8-DT-REG                     PIC  X(08)  VALUE SPACE.
       01  S8-ABI-1                      PIC  X(05)  VALUE SPACE.
       01  S8-ABI-2                      PIC  X(05)  VALUE SPACE.
       01  S8-NUM-12                     PIC S9(07)  COMP-3 VALUE ZERO.
       01  S8-NUM-21                     PIC S9(07)  COMP-3 VALUE ZERO.
       01  S8-LORDO-12                   PIC S9(18)  COMP-3 VALUE ZERO.
       01  S8-LORDO-21                   PIC S9(18)  COMP-3 VALUE ZERO.
       01  S8-NETTO                      PIC S9(18)  COMP-3 VALUE ZERO.
       01  S8-ABI-DEB                    PIC  X(05)  VALUE SPACE.
       01  S8-ABI-CRED                   PIC  X(05)  VALUE SPACE.
       01  S8-STATO-PREC                 PIC  X(01)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    BONIFICO INFRAGRUPPO PASSATO DAL CLEARING ESTERNO
      *----------------------------------------------------------------*
       01  S8-CRO                        PIC  X(11)  VALUE SPACE.
       01  S8-ABI-MIT                    PIC  X(05)  VALUE SPACE.
       01  S8-ABI-DES                    PIC  X(05)  VALUE SPACE.
       01  S8-IMPORTO                    PIC S9(18)  COMP-3 VALUE ZERO.
       01  S8-COMM-CLI                   PIC S9(07)  COMP-3 VALUE ZERO.
       01  S8-ORD-ANAG                   PIC  X(70)  VALUE SPACE.
       01  S8-BEN-ANAG                   PIC  X(70)  VALUE SPACE.
      *
       01  S8-TOT-COPPIE                 PIC S9(07)  COMP-3 VALUE ZERO.
       01  S8-TOT-PROPOSTE               PIC S9(07)  COMP-3 VALUE ZERO.
       01  S8-TOT-LORDO                  PIC S9(18)  COMP-3 VALUE ZERO.
       01  S8-TOT-NETTO                  PIC S9(18)  COMP-3 VALUE ZERO.
       01  S8-TOT-EST                    PIC S9(07)  COMP-3 VALUE ZERO.
       01  S8-TOT-EST-IMPORTO            PIC S9(18)  COMP-3 VALUE ZERO.
       01  S8-TOT-EVITABILE              PIC S9(13)  COMP-3 VALUE ZERO.
       01  S8-TOT-COMM-CLI               PIC S9(13)  COMP-3 VALUE ZERO.
      *
       01  SW-FINE-BIL                   PIC  X(01)  VALUE 'N'.
           88  FINE-BIL                              VALUE 'S'.
       01  SW-FINE-EST                   PIC  X(01)  VALUE 'N'.
           88  FINE-EST                              VALUE 'S'.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'NETTING BONIFICI INFRAGRUPPO - ACCETTATI IL '.
           02  W-T1-DATA-RIF             PIC  X(08).
           02  FILLER                    PIC  X(25)  VALUE
               '   COSTO CLEARING (CENT.)'.
           02  W-T1-COSTO                PIC  ZZ.ZZ9.
           02  FILLER                    PIC  X(15)  VALUE
               '  ELABORAZIONE '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(24)  VALUE SPACE.
      *
       01  W-RIGA-SEZ1                   PIC  X(132) VALUE
           'POSIZIONI BILATERALI PER COPPIA DI BANCHE E DATA REGOLAMENTO
      -    ' - PROPOSTE DI REGOLAMENTO NETTO'.
       01  W-RIGA-INTEST1.
           02  FILLER                    PIC  X(44)  VALUE
               'DT REG    ABI 1  ABI 2    N.1>2         LORD'.
           02  FILLER                    PIC  X(44)  VALUE
               'O 1 > 2    N.2>1         LORDO 2 > 1        '.
           02  FILLER                    PIC  X(44)  VALUE
               '       NETTO  PAGA     RICEVE STATO         '.
      *
       01  W-RIGA-BIL.
           02  W-BIL-DT-REG              PIC  X(08).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-BIL-ABI-1               PIC  X(05).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-BIL-ABI-2               PIC  X(05).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-BIL-NUM-12              PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-BIL-LORDO-12            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-BIL-NUM-21              PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-BIL-LORDO-21            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-BIL-NETTO               PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-BIL-ABI-DEB             PIC  X(05).
           02  FILLER                    PIC  X(04)  VALUE ' -> '.
           02  W-BIL-ABI-CRED            PIC  X(05).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-BIL-STATO               PIC  X(14).
      *
       01  W-RIGA-TOT1.
           02  FILLER                    PIC  X(09)  VALUE
               'COPPIE: '.
           02  W-TOT-COPPIE              PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(13)  VALUE
               '  PROPOSTE: '.
           02  W-TOT-PROPOSTE            PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(16)  VALUE
               '  LORDO TOTALE: '.
           02  W-TOT-LORDO               PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(16)  VALUE
               '  NETTO TOTALE: '.
           02  W-TOT-NETTO               PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(28)  VALUE SPACE.
      *
       01  W-RIGA-SEZ2                   PIC  X(132) VALUE
           'BONIFICI INFRAGRUPPO PASSATI DAL CLEARING ESTERNO (NON MARCA
      -    'TI COME MOVIMENTO DI GRUPPO)'.
       01  W-RIGA-INTEST2.
           02  FILLER                    PIC  X(44)  VALUE
               'CRO          DT REG    ABI M  ABI D         '.
           02  FILLER                    PIC  X(44)  VALUE
               '    IMPORTO   COMM.CLI  EVITABILE  ORDINANTE'.
           02  FILLER                    PIC  X(44)  VALUE
               '                  BENEFICIARIO              '.
      *
       01  W-RIGA-EST.
           02  W-EST-CRO                 PIC  X(11).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-EST-DT-REG              PIC  X(08).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-EST-ABI-MIT             PIC  X(05).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-EST-ABI-DES             PIC  X(05).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-EST-IMPORTO             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-EST-COMM-CLI            PIC  ZZ.ZZ9,99.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-EST-EVITABILE           PIC  ZZ.ZZ9,99.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-EST-ORD-ANAG            PIC  X(25).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-EST-BEN-ANAG            PIC  X(25).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
      *
       01  W-RIGA-TOT2.
           02  FILLER                    PIC  X(22)  VALUE
               'MOVIMENTI VIA CLEARING'.
           02  W-TOT-EST                 PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(11)  VALUE
               '  IMPORTO: '.
           02  W-TOT-EST-IMPORTO         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(20)  VALUE
               '  COSTI EVITABILI: '.
           02  W-TOT-EVITABILE           PIC  ZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(22)  VALUE
               '  COMMISSIONI CLIENTI:'.
           02  W-TOT-COMM-CLI            PIC  ZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(06)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    BONIFICI INFRAGRUPPO DEL GIORNO: LA BANCA SI RICONOSCE
      *    DALL'ABI SE PRESENTE, ALTRIMENTI DALLA RADICE (8) DEL BIC.
      *    CURS-BIL E CURS-EST DEVONO RESTARE ALLINEATI SU QUESTO
      *    CRITERIO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-BIL CURSOR FOR
               WITH G (DT_REG, ABI_MIT, ABI_DES, IMPORTO) AS
              (SELECT  M.OPE_DT_REG, GM.GRP_ABI, GD.GRP_ABI, M.IMPORTO
                 FROM  BE00TBMO M, T_BE_ABI_GRUPPO GM,
                       T_BE_ABI_GRUPPO GD
                WHERE  M.OPE_DT_AC_MV = :S8-DATA-RIF
                  AND  M.STATO_MOV   <> 'X'
                  AND  GM.GRP_ATTIVO  = 'S'
                  AND  GD.GRP_ATTIVO  = 'S'
                  AND ((M.OPE_MIT_ABI <> ' '
                  AND   GM.GRP_ABI     = M.OPE_MIT_ABI)
                   OR  (M.OPE_MIT_ABI  = ' '
                  AND   SUBSTR(GM.GRP_BIC, 1, 8)
                                       = SUBSTR(M.OPE_MIT_BIC, 1, 8)))
                  AND ((M.OPE_DES_ABI <> ' '
                  AND   GD.GRP_ABI     = M.OPE_DES_ABI)
                   OR  (M.OPE_DES_ABI  = ' '
                  AND   SUBSTR(GD.GRP_BIC, 1, 8)
                                       = SUBSTR(M.OPE_DES_BIC, 1, 8)))
                  AND  GM.GRP_ABI    <> GD.GRP_ABI)
               SELECT  DT_REG,
                       CASE WHEN ABI_MIT < ABI_DES THEN ABI_MIT
                            ELSE ABI_DES END,
                       CASE WHEN ABI_MIT < ABI_DES THEN ABI_DES
                            ELSE ABI_MIT END,
                       SUM(CASE WHEN ABI_MIT < ABI_DES THEN 1
                                ELSE 0 END),
                       SUM(CASE WHEN ABI_MIT < ABI_DES THEN IMPORTO
                                ELSE 0 END),
                       SUM(CASE WHEN ABI_MIT > ABI_DES THEN 1
                                ELSE 0 END),
                       SUM(CASE WHEN ABI_MIT > ABI_DES THEN IMPORTO
                                ELSE 0 END)
                 FROM  G
                GROUP BY DT_REG,
                       CASE WHEN ABI_MIT < ABI_DES THEN ABI_MIT
                            ELSE ABI_DES END,
                       CASE WHEN ABI_MIT < ABI_DES THEN ABI_DES
                            ELSE ABI_MIT END
                ORDER BY 1, 2, 3
           END-EXEC.
      *
           EXEC SQL DECLARE CURS-EST CURSOR FOR
               SELECT  M.CRO_OPE, M.OPE_DT_REG, GM.GRP_ABI, GD.GRP_ABI,
                       M.IMPORTO,
                       M.ORD_COMM_RISC + M.ORD_SP_OP_RIS
                     + M.BEN_COMM_RISC + M.BEN_SPESE_OPE,
                       M.ORD_ANAG, M.BEN_ANAG
                 FROM  BE00TBMO M, T_BE_ABI_GRUPPO GM,
                       T_BE_ABI_GRUPPO GD
                WHERE  M.OPE_DT_AC_MV = :S8-DATA-RIF
                  AND  M.STATO_MOV   <> 'X'
                  AND  M.OPE_MOV_GR_BK <> 'S'
                  AND  GM.GRP_ATTIVO  = 'S'
                  AND  GD.GRP_ATTIVO  = 'S'
                  AND ((M.OPE_MIT_ABI <> ' '
                  AND   GM.GRP_ABI     = M.OPE_MIT_ABI)
                   OR  (M.OPE_MIT_ABI  = ' '
                  AND   SUBSTR(GM.GRP_BIC, 1, 8)
                                       = SUBSTR(M.OPE_MIT_BIC, 1, 8)))
                  AND ((M.OPE_DES_ABI <> ' '
                  AND   GD.GRP_ABI     = M.OPE_DES_ABI)
                   OR  (M.OPE_DES_ABI  = ' '
                  AND   SUBSTR(GD.GRP_BIC, 1, 8)
                                       = SUBSTR(M.OPE_DES_BIC, 1, 8)))
                  AND  GM.GRP_ABI    <> GD.GRP_ABI
                ORDER BY M.OPE_DT_REG, GM.GRP_ABI, GD.GRP_ABI, M.CRO_OPE
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-POSIZIONE        THRU 2000-POSIZIONE-X
                   UNTIL FINE-BIL
           PERFORM 2500-FINE-POSIZIONI   THRU 2500-FINE-POSIZIONI-X
           PERFORM 3000-CLEARING-EST     THRU 3000-CLEARING-EST-X
                   UNTIL FINE-EST
           PERFORM 4000-FINALIZZA        THRU 4000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
      *    1000-INIZIALIZZA: PARAMETRI, PULIZIA DELLE PROPOSTE NON
      *    ANCORA LAVORATE DEL GIORNO, TESTATE
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN OUTPUT RPT-BE300-NET
           EXEC SQL
                VALUES CHAR(CURRENT DATE, ISO)
                  INTO :S8-DATA-ELAB
           END-EXEC
           OPEN INPUT  PAR-FILE
           READ PAR-FILE
             AT END
                  MOVE SPACE             TO PAR-RECORD
           END-READ
           CLOSE PAR-FILE
      *
           IF  PAR-DATA IS NUMERIC
           AND PAR-DATA NOT = ZERO
           THEN
               MOVE PAR-DATA             TO S8-DATA-RIF
           ELSE
               MOVE S8-DATA-ELAB(1:4)    TO S8-DATA-RIF(1:4)
               MOVE S8-DATA-ELAB(6:2)    TO S8-DATA-RIF(5:2)
               MOVE S8-DATA-ELAB(9:2)    TO S8-DATA-RIF(7:2)
           END-IF
           IF  PAR-COSTO IS NUMERIC
           AND PAR-COSTO NOT = ZERO
           THEN
               MOVE PAR-COSTO            TO S8-COSTO-CLEARING
           ELSE
               MOVE 20                   TO S8-COSTO-CLEARING
           END-IF
      *
           EXEC SQL DELETE FROM T_BE_NETTING
                     WHERE NET_DT_RIF = :S8-DATA-RIF
                       AND NET_STATO  = 'P'
           END-EXEC
      *
           MOVE S8-DATA-RIF              TO W-T1-DATA-RIF
           MOVE S8-COSTO-CLEARING        TO W-T1-COSTO
           MOVE S8-DATA-ELAB             TO W-T1-DATA
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ1              TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST1           TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-BIL END-EXEC.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-POSIZIONE: NETTO DELLA COPPIA; LA BANCA CON IL FLUSSO
      *    LORDO IN USCITA MAGGIORE PAGA LA DIFFERENZA ALL'ALTRA
      *----------------------------------------------------------------*
       2000-POSIZIONE.
           EXEC SQL FETCH CURS-BIL
                    INTO :S8-DT-REG, :S8-ABI-1, :S8-ABI-2,
                         :S8-NUM-12, :S8-LORDO-12,
                         :S8-NUM-21, :S8-LORDO-21
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-BIL              TO TRUE
               GO TO 2000-POSIZIONE-X
           END-IF
           ADD 1                         TO S8-TOT-COPPIE
           ADD S8-LORDO-12 S8-LORDO-21   TO S8-TOT-LORDO
           IF  S8-LORDO-12 NOT < S8-LORDO-21
           THEN
               COMPUTE S8-NETTO = S8-LORDO-12 - S8-LORDO-21
               MOVE S8-ABI-1             TO S8-ABI-DEB
               MOVE S8-ABI-2             TO S8-ABI-CRED
           ELSE
               COMPUTE S8-NETTO = S8-LORDO-21 - S8-LORDO-12
               MOVE S8-ABI-2             TO S8-ABI-DEB
               MOVE S8-ABI-1             TO S8-ABI-CRED
           END-IF
           ADD S8-NETTO                  TO S8-TOT-NETTO
           IF  S8-NETTO = ZERO
           THEN
               MOVE SPACE                TO S8-ABI-DEB S8-ABI-CRED
           END-IF
      *
           MOVE S8-DT-REG                TO W-BIL-DT-REG
           MOVE S8-ABI-1                 TO W-BIL-ABI-1
           MOVE S8-ABI-2                 TO W-BIL-ABI-2
           MOVE S8-NUM-12                TO W-BIL-NUM-12
           COMPUTE W-BIL-LORDO-12 = S8-LORDO-12 / 100
           MOVE S8-NUM-21                TO W-BIL-NUM-21
           COMPUTE W-BIL-LORDO-21 = S8-LORDO-21 / 100
           COMPUTE W-BIL-NETTO    = S8-NETTO / 100
           MOVE S8-ABI-DEB               TO W-BIL-ABI-DEB
           MOVE S8-ABI-CRED              TO W-BIL-ABI-CRED
           PERFORM 2100-PROPOSTA         THRU 2100-PROPOSTA-X
           MOVE W-RIGA-BIL               TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2000-POSIZIONE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-PROPOSTA: UNA RIGA 'P' PER COPPIA E DATA REGOLAMENTO,
      *    SALVO CHE LA TESORERIA L'ABBIA GIA' LAVORATA
      *----------------------------------------------------------------*
       2100-PROPOSTA.
           MOVE SPACE                    TO S8-STATO-PREC
           EXEC SQL SELECT NET_STATO
                      INTO :S8-STATO-PREC
                      FROM T_BE_NETTING
                     WHERE NET_DT_RIF = :S8-DATA-RIF
                       AND NET_DT_REG = :S8-DT-REG
                       AND NET_ABI_1  = :S8-ABI-1
                       AND NET_ABI_2  = :S8-ABI-2
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE = ZERO AND S8-STATO-PREC = 'A'
                  MOVE 'GIA'' APPROVATA'  TO W-BIL-STATO
                  GO TO 2100-PROPOSTA-X
             WHEN SQLCODE = ZERO AND S8-STATO-PREC = 'R'
                  MOVE 'RIFIUTATA'        TO W-BIL-STATO
                  GO TO 2100-PROPOSTA-X
           END-EVALUATE
      *
           EXEC SQL INSERT INTO T_BE_NETTING
                           (NET_DT_RIF
                           ,NET_DT_REG
                           ,NET_ABI_1
                           ,NET_ABI_2
                           ,NET_NUM_12
                           ,NET_LORDO_12
                           ,NET_NUM_21
                           ,NET_LORDO_21
                           ,NET_ABI_DEB
                           ,NET_ABI_CRED
                           ,NET_IMP_NETTO
                           ,NET_STATO
                           ,NET_DATA_INS)
                    VALUES (:S8-DATA-RIF
                           ,:S8-DT-REG
                           ,:S8-ABI-1
                           ,:S8-ABI-2
                           ,:S8-NUM-12
                           ,:S8-LORDO-12
                           ,:S8-NUM-21
                           ,:S8-LORDO-21
                           ,:S8-ABI-DEB
                           ,:S8-ABI-CRED
                           ,:S8-NETTO
                           ,'P'
                           ,CURRENT TIMESTAMP)
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 'ERRORE DB2'         TO W-BIL-STATO
               GO TO 2100-PROPOSTA-X
           END-IF
           ADD 1                         TO S8-TOT-PROPOSTE
           IF  S8-NETTO = ZERO
           THEN
               MOVE 'PAREGGIO'           TO W-BIL-STATO
           ELSE
               MOVE 'PROPOSTA'           TO W-BIL-STATO
           END-IF.
      *----------------------------------------------------------------*
       2100-PROPOSTA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2500-FINE-POSIZIONI.
           EXEC SQL CLOSE CURS-BIL END-EXEC
           MOVE S8-TOT-COPPIE            TO W-TOT-COPPIE
           MOVE S8-TOT-PROPOSTE          TO W-TOT-PROPOSTE
           COMPUTE W-TOT-LORDO = S8-TOT-LORDO / 100
           COMPUTE W-TOT-NETTO = S8-TOT-NETTO / 100
           MOVE W-RIGA-TOT1              TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ2              TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST2           TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-EST END-EXEC.
      *----------------------------------------------------------------*
       2500-FINE-POSIZIONI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-CLEARING-EST.
           EXEC SQL FETCH CURS-EST
                    INTO :S8-CRO, :S8-DT-REG, :S8-ABI-MIT, :S8-ABI-DES,
                         :S8-IMPORTO, :S8-COMM-CLI, :S8-ORD-ANAG,
                         :S8-BEN-ANAG
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-EST              TO TRUE
               GO TO 3000-CLEARING-EST-X
           END-IF
           ADD 1                         TO S8-TOT-EST
           ADD S8-IMPORTO                TO S8-TOT-EST-IMPORTO
           ADD S8-COSTO-CLEARING         TO S8-TOT-EVITABILE
           ADD S8-COMM-CLI               TO S8-TOT-COMM-CLI
           MOVE S8-CRO                   TO W-EST-CRO
           MOVE S8-DT-REG                TO W-EST-DT-REG
           MOVE S8-ABI-MIT               TO W-EST-ABI-MIT
           MOVE S8-ABI-DES               TO W-EST-ABI-DES
           COMPUTE W-EST-IMPORTO   = S8-IMPORTO / 100
           COMPUTE W-EST-COMM-CLI  = S8-COMM-CLI / 100
           COMPUTE W-EST-EVITABILE = S8-COSTO-CLEARING / 100
           MOVE S8-ORD-ANAG              TO W-EST-ORD-ANAG
           MOVE S8-BEN-ANAG              TO W-EST-BEN-ANAG
           MOVE W-RIGA-EST               TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       3000-CLEARING-EST-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4000-FINALIZZA.
           EXEC SQL CLOSE CURS-EST END-EXEC
           MOVE S8-TOT-EST               TO W-TOT-EST
           COMPUTE W-TOT-EST-IMPORTO = S8-TOT-EST-IMPORTO / 100
           COMPUTE W-TOT-EVITABILE   = S8-TOT-EVITABILE / 100
           COMPUTE W-TOT-COMM-CLI    = S8-TOT-COMM-CLI / 100
           MOVE W-RIGA-TOT2              TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RPT-BE300-NET
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       4000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM BE300S8 ********************************
