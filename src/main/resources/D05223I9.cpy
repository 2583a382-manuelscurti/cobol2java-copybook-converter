      ******************************************************************
      *                        D05223I9                                *
      *                                                                *
      *  TRANSAZIONE  : DFAX A SERVIZI - SCHEDA DEALER                 *
      *  DESCRIZIONE  : CONSULTAZIONE DI SOLA LETTURA PER RISPONDERE   *
      *                 ALLA TELEFONATA DI UN DEALER, PER CODICE VDR,  *
      *                 SENZA PASSARE DA PIU' TRANSAZIONI:             *
      *                  - ANAGRAFICA (TBVDVDR), AGENZIA CORRENTE      *
      *                    (T_DFAX_VDR_AGEN, T_ATA_AGEN), TIPO VDR,    *
      *                    ONBOARDING E BLACK LIST                     *
      *                  - COORDINATE BANCARIE (TBVDBQE) CON DATA      *
      *                    DELL'ULTIMA VARIAZIONE RILEVATA             *
      *                  - CANALI, ROUTING DI STAMPA, DIGEST E         *
      *                    DESTINATARI IN COPIA                        *
      *                  - RINVII RICHIESTI APERTI E CONSEGNE DEL MESE *
      *                    CON IMPORTO STIMATO A TARIFFA PIENA         *
      *                  - PRATICHE DEGLI ULTIMI 30 GIORNI CON ESITO,  *
      *                    STATO DI CONSEGNA E CRO DEL BONIFICO        *
      *                 COME D05223I7, RICHIESTA IN CHIARO:            *
      *                   V vvvvvvv           -> SCHEDA DEL DEALER     *
      *                   P vvvvvvv           -> PRATICHE 30 GIORNI    *
      *                   T nnnnnnnnnnnnnn    -> TIMELINE (D05223I2)   *
      *                   A nnnnnnnnnnnnnn    -> ARCHIVIO (D05223I1)   *
      *                   E nnnnnnnnnnnnnn    -> SCARTI (D05223I0)     *
      *                 GLI APPROFONDIMENTI PASSANO CON XCTL ALLA      *
      *                 TRANSAZIONE GIA' ESISTENTE, CON LA RICHIESTA   *
      *                 DELLA PRATICA GIA' COMPILATA IN COMMAREA       *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : TERMINALE, TBVDVDR, TBVDBQE, T_DFAX_VDR_AGEN,  *
      *                 T_ATA_AGEN, T_DFAX_ONBOARD, T_VDR_WLC,         *
      *                 T_DFAX_BQE_VAR, T_DFAX_ROUTING, T_DFAX_DIGEST, *
      *                 T_DFAX_DISTRIB, T_DFAX_RESEND, T_DFAX_INVIO,   *
      *                 T_DFAX_TARIFFE, T_DFAX_BONIF, T_DFAX_RECLAMI   *
      *                 (DB2)                                          *
      *  OUTPUT       : TERMINALE                                      *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - SCHEDA DEALER IN UNA SOLA            *
      *           CONSULTAZIONE CON APPROFONDIMENTO PER PRATICA        *
      * MS151026  RECLAMI APERTI DEL DEALER SULLA SCHEDA, CON QUELLI   *
      *           FUORI TERMINE E LA PROSSIMA SCADENZA (D05223IB)      *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223I9.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA  DIVISION.
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
           COPY CICSK001.
      *
       01  I09-RIGA-INPUT                PIC  X(80)  VALUE SPACE.
       01  I09-MODO                      PIC  X(01)  VALUE SPACE.
           88  I09-MODO-SCHEDA                       VALUE 'V'.
           88  I09-MODO-PRATICHE                     VALUE 'P'.
           88  I09-MODO-TIMELINE                     VALUE 'T'.
           88  I09-MODO-ARCHIVIO                     VALUE 'A'.
           88  I09-MODO-SCARTI                       VALUE 'E'.
       01  I09-VDR                       PIC  9(07)  VALUE ZERO.
       01  I09-NUMPRA                    PIC  9(14)  VALUE ZERO.
       01  I09-CONTA                     PIC S9(05)  COMP-3 VALUE ZERO.
       01  I09-PGM-XCTL                  PIC  X(08)  VALUE SPACE.
       01  I09-COMMAREA                  PIC  X(80)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    HOST VARIABLE DELLA SCHEDA
      *----------------------------------------------------------------*
       01  I09-NOMMAG                    PIC  X(30)  VALUE SPACE.
       01  I09-ADRMAG                    PIC  X(30)  VALUE SPACE.
       01  I09-CPTTMAG                   PIC  X(05)  VALUE SPACE.
       01  I09-VILMAG                    PIC  X(30)  VALUE SPACE.
       01  I09-TIPVDR                    PIC  X(01)  VALUE SPACE.
       01  I09-VENDFIN                   PIC  X(07)  VALUE SPACE.
       01  I09-FLGFAX                    PIC  X(01)  VALUE SPACE.
       01  I09-FAXMAG                    PIC  X(12)  VALUE SPACE.
       01  I09-FLGMAIL                   PIC  X(01)  VALUE SPACE.
       01  I09-EMAILMAG                  PIC  X(35)  VALUE SPACE.
       01  I09-AGE                       PIC  9(03)  VALUE ZERO.
       01  I09-AGE-DAL                   PIC  X(10)  VALUE SPACE.
       01  I09-DES-AGE                   PIC  X(30)  VALUE SPACE.
       01  I09-TEL-AGE                   PIC  X(20)  VALUE SPACE.
       01  I09-ONB-STATO                 PIC  X(01)  VALUE SPACE.
       01  I09-ONB-S1                    PIC  X(01)  VALUE SPACE.
       01  I09-ONB-S2                    PIC  X(01)  VALUE SPACE.
       01  I09-ONB-S3                    PIC  X(01)  VALUE SPACE.
       01  I09-ONB-S4                    PIC  X(01)  VALUE SPACE.
       01  I09-WLC                       PIC  X(01)  VALUE SPACE.
       01  I09-RINVII                    PIC S9(05)  COMP-3 VALUE ZERO.
       01  I09-CONSEGNE                  PIC S9(07)  COMP-3 VALUE ZERO.
       01  I09-REC-APERTI                PIC S9(05)  COMP-3 VALUE ZERO.
       01  I09-REC-SCADUTI               PIC S9(05)  COMP-3 VALUE ZERO.
       01  I09-REC-ANNO                  PIC S9(05)  COMP-3 VALUE ZERO.
       01  I09-REC-PROSSIMA              PIC  X(10)  VALUE SPACE.
       01  I09-IMPORTO-MESE              PIC S9(09)V99 COMP-3
                                                     VALUE ZERO.
      *
       01  I09-F-RANG                    PIC  X(02)  VALUE SPACE.
       01  I09-F-CBQE                    PIC  X(05)  VALUE SPACE.
       01  I09-F-CGUIC                   PIC  X(05)  VALUE SPACE.
       01  I09-F-NCPTE                   PIC  X(12)  VALUE SPACE.
       01  I09-F-DATA-VAR                PIC  X(10)  VALUE SPACE.
       01  I09-F-STATO-VAR               PIC  X(01)  VALUE SPACE.
       01  I09-F-ROU-AGE                 PIC  9(03)  VALUE ZERO.
       01  I09-F-ROU-CANALE              PIC  X(01)  VALUE SPACE.
       01  I09-F-ROU-PRINTER             PIC  X(08)  VALUE SPACE.
       01  I09-F-ROU-CLASS               PIC  X(01)  VALUE SPACE.
       01  I09-F-DIS-DOC                 PIC  X(01)  VALUE SPACE.
       01  I09-F-DIS-CANALE              PIC  X(01)  VALUE SPACE.
       01  I09-F-DIS-CONTATTO            PIC  X(35)  VALUE SPACE.
       01  I09-F-NUM-PRA                 PIC  9(14)  VALUE ZERO.
       01  I09-F-DATA                    PIC  X(10)  VALUE SPACE.
       01  I09-F-ESITO                   PIC  X(01)  VALUE SPACE.
       01  I09-F-STATO                   PIC  X(01)  VALUE SPACE.
       01  I09-F-CRO                     PIC  X(35)  VALUE SPACE.
      *
       01  SW-FINE-RIGHE                 PIC  X(01)  VALUE 'N'.
           88  FINE-RIGHE                            VALUE 'S'.
      *
       01  I09-NUM-RIGHE                 PIC  9(03)  VALUE ZERO.
       01  I09-MAX-RIGHE                 PIC  9(03)  VALUE ZERO.
       01  I09-LEN-RISP                  PIC S9(04)  COMP VALUE ZERO.
      *
       01  I09-AREA-RISPOSTA.
           02  I09-RIGA-RISP OCCURS 20   PIC  X(80)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    RIGHE DELLA SCHEDA
      *----------------------------------------------------------------*
       01  I09-RIGA-VDR.
           02  FILLER                    PIC  X(04)  VALUE 'VDR '.
           02  RV-VDR                    PIC  9(07).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RV-NOMMAG                 PIC  X(30).
           02  FILLER                    PIC  X(06)  VALUE ' TIPO '.
           02  RV-TIPVDR                 PIC  X(01).
           02  FILLER                    PIC  X(13)  VALUE
               '  FINANZIAT. '.
           02  RV-VENDFIN                PIC  X(07).
           02  FILLER                    PIC  X(11)  VALUE SPACE.
      *
       01  I09-RIGA-IND.
           02  FILLER                    PIC  X(12)  VALUE
               'INDIRIZZO:  '.
           02  RI-ADRMAG                 PIC  X(30).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RI-CPTTMAG                PIC  X(05).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RI-VILMAG                 PIC  X(30).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
      *
       01  I09-RIGA-AGE.
           02  FILLER                    PIC  X(08)  VALUE 'AGENZIA '.
           02  RA-AGE                    PIC  9(03).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RA-DES-AGE                PIC  X(30).
           02  FILLER                    PIC  X(05)  VALUE ' TEL '.
           02  RA-TEL-AGE                PIC  X(20).
           02  FILLER                    PIC  X(04)  VALUE ' DAL'.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RA-AGE-DAL                PIC  X(08).
      *
       01  I09-RIGA-ONB.
           02  FILLER                    PIC  X(12)  VALUE
               'ONBOARDING: '.
           02  RO-STATO                  PIC  X(14).
           02  FILLER                    PIC  X(20)  VALUE
               ' CONTATTI/AML/CONS/'.
           02  FILLER                    PIC  X(05)  VALUE 'TEST '.
           02  RO-S1                     PIC  X(01).
           02  RO-S2                     PIC  X(01).
           02  RO-S3                     PIC  X(01).
           02  RO-S4                     PIC  X(01).
           02  FILLER                    PIC  X(14)  VALUE
               '  BLACK LIST: '.
           02  RO-WLC                    PIC  X(02).
           02  FILLER                    PIC  X(09)  VALUE SPACE.
      *
       01  I09-RIGA-FAX.
           02  FILLER                    PIC  X(16)  VALUE
               'CANALE FAX:     '.
           02  RF-FLGFAX                 PIC  X(01).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RF-FAXMAG                 PIC  X(12).
           02  FILLER                    PIC  X(50)  VALUE SPACE.
      *
       01  I09-RIGA-MAIL.
           02  FILLER                    PIC  X(16)  VALUE
               'CANALE MAIL:    '.
           02  RM-FLGMAIL                PIC  X(01).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RM-EMAILMAG               PIC  X(35).
           02  FILLER                    PIC  X(27)  VALUE SPACE.
      *
       01  I09-RIGA-DIGEST.
           02  FILLER                    PIC  X(16)  VALUE
               'DIGEST SERALE:  '.
           02  RD-DIGEST                 PIC  X(02).
           02  FILLER                    PIC  X(24)  VALUE
               '   RINVII RICHIESTI APER'.
           02  FILLER                    PIC  X(04)  VALUE 'TI: '.
           02  RD-RINVII                 PIC  ZZZZ9.
           02  FILLER                    PIC  X(29)  VALUE SPACE.
      *
       01  I09-RIGA-FATT.
           02  FILLER                    PIC  X(24)  VALUE
               'CONSEGNE DEL MESE:      '.
           02  RT-CONSEGNE               PIC  Z.ZZZ.ZZ9.
           02  FILLER                    PIC  X(26)  VALUE
               '  IMPORTO STIMATO EUR    '.
           02  RT-IMPORTO                PIC  ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(07)  VALUE SPACE.
      *
       01  I09-RIGA-RECL.
           02  FILLER                    PIC  X(16)  VALUE
               'RECLAMI APERTI: '.
           02  RL-APERTI                 PIC  ZZZZ9.
           02  FILLER                    PIC  X(17)  VALUE
               '  FUORI TERMINE: '.
           02  RL-SCADUTI                PIC  ZZZZ9.
           02  FILLER                    PIC  X(11)  VALUE
               '  PROSSIMA '.
           02  RL-PROSSIMA               PIC  X(10).
           02  FILLER                    PIC  X(11)  VALUE
               '  IN 12 M: '.
           02  RL-ANNO                   PIC  ZZZZ9.
      *
       01  I09-RIGA-BQE.
           02  FILLER                    PIC  X(06)  VALUE 'BANCA '.
           02  RB-RANG                   PIC  X(02).
           02  FILLER                    PIC  X(05)  VALUE ' ABI '.
           02  RB-CBQE                   PIC  X(05).
           02  FILLER                    PIC  X(05)  VALUE ' CAB '.
           02  RB-CGUIC                  PIC  X(05).
           02  FILLER                    PIC  X(07)  VALUE ' CONTO '.
           02  RB-NCPTE                  PIC  X(12).
           02  FILLER                    PIC  X(10)  VALUE
               ' ULT.VAR. '.
           02  RB-DATA-VAR               PIC  X(10).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RB-STATO-VAR              PIC  X(12).
      *
       01  I09-RIGA-ROU.
           02  FILLER                    PIC  X(16)  VALUE
               'ROUTING AGENZIA '.
           02  RR-AGE                    PIC  9(03).
           02  FILLER                    PIC  X(08)  VALUE ' CANALE '.
           02  RR-CANALE                 PIC  X(01).
           02  FILLER                    PIC  X(11)  VALUE
               ' STAMPANTE '.
           02  RR-PRINTER                PIC  X(08).
           02  FILLER                    PIC  X(08)  VALUE ' CLASSE '.
           02  RR-CLASS                  PIC  X(01).
           02  FILLER                    PIC  X(24)  VALUE SPACE.
      *
       01  I09-RIGA-DIS.
           02  FILLER                    PIC  X(16)  VALUE
               'IN COPIA DOC.   '.
           02  RC-DOC                    PIC  X(01).
           02  FILLER                    PIC  X(08)  VALUE ' CANALE '.
           02  RC-CANALE                 PIC  X(01).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RC-CONTATTO               PIC  X(35).
           02  FILLER                    PIC  X(18)  VALUE SPACE.
      *
       01  I09-RIGA-PRATICA.
           02  RP-NUM-PRA                PIC  9(14).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RP-DATA                   PIC  X(10).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RP-ESITO                  PIC  X(10).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RP-STATO                  PIC  X(12).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RP-CRO                    PIC  X(30).
      *
       01  I09-RIGA-PROMPT               PIC  X(80)  VALUE
           'DFAX SCHEDA DEALER: V vdr / P vdr / T, A O E numpratica'.
       01  I09-RIGA-RICHIESTA-ERRATA     PIC  X(80)  VALUE
           'RICHIESTA NON RICONOSCIUTA - USARE V, P, T, A O E'.
       01  I09-RIGA-NESSUN-VDR           PIC  X(80)  VALUE
           'DEALER NON TROVATO SU TBVDVDR'.
       01  I09-RIGA-NESSUNA-AGE          PIC  X(80)  VALUE
           'AGENZIA: NESSUNA PRATICA ANCORA REGISTRATA PER IL DEALER'.
       01  I09-RIGA-NESSUNA-BQE          PIC  X(80)  VALUE
           'BANCA: NESSUNA COORDINATA SU TBVDBQE'.
       01  I09-RIGA-NESSUNA-PRATICA      PIC  X(80)  VALUE
           'NESSUNA PRATICA DEL DEALER NEGLI ULTIMI 30 GIORNI'.
       01  I09-RIGA-ALTRE                PIC  X(80)  VALUE
           'ALTRE PRATICHE NEL PERIODO: VEDERE IL REPORT DEL DEALER'.
       01  I09-RIGA-PIEDE-SCHEDA         PIC  X(80)  VALUE
           'P vdr = PRATICHE ULTIMI 30 GIORNI'.
       01  I09-RIGA-PIEDE-PRATICHE       PIC  X(80)  VALUE
           'T / A / E numpratica = TIMELINE / ARCHIVIO / SCARTI'.
      *
      *----------------------------------------------------------------*
      *    COORDINATE BANCARIE CON L'ULTIMA VARIAZIONE RILEVATA E
      *    L'EVENTUALE VARIAZIONE ANCORA APERTA O RESPINTA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-BQE CURSOR FOR
               SELECT  B.TBVRANG, B.TBVCBQE, B.TBVCGUIC, B.TBVNCPTE,
                       VALUE((SELECT CHAR(DATE(MAX(V.VAR_DATA_RILEV)),
                                          ISO)
                                FROM T_DFAX_BQE_VAR V
                               WHERE V.VAR_AGR  = B.TBVAGR
                                 AND V.VAR_RANG = B.TBVRANG), ' '),
                       VALUE((SELECT MAX(W.VAR_STATO)
                                FROM T_DFAX_BQE_VAR W
                               WHERE W.VAR_AGR  = B.TBVAGR
                                 AND W.VAR_RANG = B.TBVRANG
                                 AND W.VAR_STATO IN ('A', 'X')), ' ')
                 FROM  TBVDBQE B
                WHERE  B.TBVAGR = :I09-VDR
                ORDER BY B.TBVRANG
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    ROUTING DI STAMPA: PRIMA QUELLO DELL'AGENZIA, POI IL GENERALE
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-ROU CURSOR FOR
               SELECT  ROU_AGE, ROU_CANALE, ROU_PRINTER, ROU_CLASS
                 FROM  T_DFAX_ROUTING
                WHERE  ROU_CODSOC = 100
                  AND  ROU_AGE IN (:I09-AGE, 0)
                ORDER BY ROU_AGE DESC, ROU_CANALE
           END-EXEC.
      *
           EXEC SQL DECLARE CURS-DIS CURSOR FOR
               SELECT  DIS_DOC, DIS_CANALE, DIS_CONTATTO
                 FROM  T_DFAX_DISTRIB
                WHERE  DIS_TIPO   = 'V'
                  AND  DIS_CHIAVE = :I09-VDR
                ORDER BY DIS_DOC, DIS_CANALE
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    PRATICHE DEGLI ULTIMI 30 GIORNI: L'INVIO PIU' RECENTE DI
      *    OGNI PRATICA, CON IL CRO DEL BONIFICO (NON LE ESTINZIONI)
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-PRA CURSOR FOR
               SELECT  I.INV_NUM_PRA,
                       CHAR(DATE(I.INV_DATA_INS), ISO),
                       I.INV_FLG_ESITO, I.INV_STATO,
                       VALUE((SELECT MAX(B.BON_CRO)
                                FROM T_DFAX_BONIF B
                               WHERE B.BON_NUM_PRA  = I.INV_NUM_PRA
                                 AND B.BON_TIPO_MOV <> 'E'), ' ')
                 FROM  T_DFAX_INVIO I
                WHERE  I.INV_VDR      = :I09-VDR
                  AND  I.INV_DATA_INS >= CURRENT TIMESTAMP - 30 DAYS
                  AND  I.INV_DATA_INS =
                       (SELECT MAX(X.INV_DATA_INS)
                          FROM T_DFAX_INVIO X
                         WHERE X.INV_NUM_PRA = I.INV_NUM_PRA
                           AND X.INV_VDR     = I.INV_VDR)
                ORDER BY I.INV_DATA_INS DESC
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 2000-RICEVI-RICHIESTA  THRU 2000-RICEVI-RICHIESTA-X
           EVALUATE TRUE
             WHEN I09-MODO-SCHEDA
                  PERFORM 3000-SCHEDA
                     THRU 3000-SCHEDA-X
             WHEN I09-MODO-PRATICHE
                  PERFORM 4000-PRATICHE
                     THRU 4000-PRATICHE-X
             WHEN I09-MODO-TIMELINE
             WHEN I09-MODO-ARCHIVIO
             WHEN I09-MODO-SCARTI
                  PERFORM 5000-APPROFONDISCI
                     THRU 5000-APPROFONDISCI-X
             WHEN OTHER
                  MOVE I09-RIGA-RICHIESTA-ERRATA
                                         TO I09-RIGA-RISP(1)
                  MOVE 1                 TO I09-NUM-RIGHE
           END-EVALUATE
           PERFORM 6000-INVIA-RISPOSTA    THRU 6000-INVIA-RISPOSTA-X
           EXEC CICS RETURN END-EXEC.
      *
      *----------------------------------------------------------------*
       2000-RICEVI-RICHIESTA.
           MOVE SPACE                     TO I09-RIGA-INPUT
           EXEC CICS RECEIVE INTO   (I09-RIGA-INPUT)
                             LENGTH (LENGTH OF I09-RIGA-INPUT)
           END-EXEC
      *
           MOVE I09-RIGA-INPUT(1:1)       TO I09-MODO
           IF  I09-MODO-SCHEDA
           OR  I09-MODO-PRATICHE
           THEN
               IF  I09-RIGA-INPUT(3:7) IS NUMERIC
               THEN
                   MOVE I09-RIGA-INPUT(3:7)   TO I09-VDR
               ELSE
                   MOVE SPACE             TO I09-MODO
               END-IF
               GO TO 2000-RICEVI-RICHIESTA-X
           END-IF
           IF  I09-RIGA-INPUT(3:14) IS NUMERIC
           THEN
               MOVE I09-RIGA-INPUT(3:14)  TO I09-NUMPRA
           ELSE
               MOVE SPACE                 TO I09-MODO
           END-IF.
      *----------------------------------------------------------------*
       2000-RICEVI-RICHIESTA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-SCHEDA: UNA RIGA PER ARGOMENTO; LE SEZIONI A PIU' RIGHE
      *    (BANCA, ROUTING, COPIE) SONO LIMITATE PER STARE IN PAGINA
      *----------------------------------------------------------------*
       3000-SCHEDA.
           MOVE ZERO                      TO I09-NUM-RIGHE
           EXEC SQL SELECT TVDNOMMAG, TVDADRMAG, TVDCPTTMAG,
                           TVDVILMAG, TVDTIPVDR, TVDVENDFIN,
                           TVDFLGFAX, TVDFAXMAG, TVDFLGMAIL,
                           TVDEMAILMAG
                      INTO :I09-NOMMAG, :I09-ADRMAG, :I09-CPTTMAG,
                           :I09-VILMAG, :I09-TIPVDR, :I09-VENDFIN,
                           :I09-FLGFAX, :I09-FAXMAG, :I09-FLGMAIL,
                           :I09-EMAILMAG
                      FROM TBVDVDR
                     WHERE TVDAGR = :I09-VDR
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE I09-RIGA-NESSUN-VDR   TO I09-RIGA-RISP(1)
               MOVE 1                     TO I09-NUM-RIGHE
               GO TO 3000-SCHEDA-X
           END-IF
           MOVE I09-VDR                   TO RV-VDR
           MOVE I09-NOMMAG                TO RV-NOMMAG
           MOVE I09-TIPVDR                TO RV-TIPVDR
           MOVE I09-VENDFIN               TO RV-VENDFIN
           ADD 1                          TO I09-NUM-RIGHE
           MOVE I09-RIGA-VDR              TO
                I09-RIGA-RISP(I09-NUM-RIGHE)
           MOVE I09-ADRMAG                TO RI-ADRMAG
           MOVE I09-CPTTMAG               TO RI-CPTTMAG
           MOVE I09-VILMAG                TO RI-VILMAG
           ADD 1                          TO I09-NUM-RIGHE
           MOVE I09-RIGA-IND              TO
                I09-RIGA-RISP(I09-NUM-RIGHE)
      *
           PERFORM 3100-AGENZIA           THRU 3100-AGENZIA-X
           PERFORM 3200-ONBOARDING        THRU 3200-ONBOARDING-X
      *
           MOVE I09-FLGFAX                TO RF-FLGFAX
           MOVE I09-FAXMAG                TO RF-FAXMAG
           ADD 1                          TO I09-NUM-RIGHE
           MOVE I09-RIGA-FAX              TO
                I09-RIGA-RISP(I09-NUM-RIGHE)
           MOVE I09-FLGMAIL               TO RM-FLGMAIL
           MOVE I09-EMAILMAG              TO RM-EMAILMAG
           ADD 1                          TO I09-NUM-RIGHE
           MOVE I09-RIGA-MAIL             TO
                I09-RIGA-RISP(I09-NUM-RIGHE)
      *
           PERFORM 3300-DIGEST-RINVII     THRU 3300-DIGEST-RINVII-X
           PERFORM 3400-FATTURAZIONE      THRU 3400-FATTURAZIONE-X
           PERFORM 3450-RECLAMI           THRU 3450-RECLAMI-X
      *
           MOVE 'N'                       TO SW-FINE-RIGHE
           COMPUTE I09-MAX-RIGHE = I09-NUM-RIGHE + 3
           MOVE I09-NUM-RIGHE             TO I09-CONTA
           EXEC SQL OPEN CURS-BQE END-EXEC
           PERFORM 3500-RIGA-BQE          THRU 3500-RIGA-BQE-X
                   UNTIL FINE-RIGHE
                   OR    I09-NUM-RIGHE NOT < I09-MAX-RIGHE
           EXEC SQL CLOSE CURS-BQE END-EXEC
           IF  I09-NUM-RIGHE = I09-CONTA
           THEN
               ADD 1                      TO I09-NUM-RIGHE
               MOVE I09-RIGA-NESSUNA-BQE  TO
                    I09-RIGA-RISP(I09-NUM-RIGHE)
           END-IF
      *
           MOVE 'N'                       TO SW-FINE-RIGHE
           COMPUTE I09-MAX-RIGHE = I09-NUM-RIGHE + 2
           EXEC SQL OPEN CURS-ROU END-EXEC
           PERFORM 3600-RIGA-ROU          THRU 3600-RIGA-ROU-X
                   UNTIL FINE-RIGHE
                   OR    I09-NUM-RIGHE NOT < I09-MAX-RIGHE
           EXEC SQL CLOSE CURS-ROU END-EXEC
      *
           MOVE 'N'                       TO SW-FINE-RIGHE
           COMPUTE I09-MAX-RIGHE = I09-NUM-RIGHE + 3
           EXEC SQL OPEN CURS-DIS END-EXEC
           PERFORM 3700-RIGA-DIS          THRU 3700-RIGA-DIS-X
                   UNTIL FINE-RIGHE
                   OR    I09-NUM-RIGHE NOT < I09-MAX-RIGHE
           EXEC SQL CLOSE CURS-DIS END-EXEC
      *
           ADD 1                          TO I09-NUM-RIGHE
           MOVE I09-RIGA-PIEDE-SCHEDA     TO
                I09-RIGA-RISP(I09-NUM-RIGHE).
      *----------------------------------------------------------------*
       3000-SCHEDA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3100-AGENZIA: L'AGENZIA CORRENTE REGISTRATA DALLE PRATICHE
      *----------------------------------------------------------------*
       3100-AGENZIA.
           ADD 1                          TO I09-NUM-RIGHE
           MOVE ZERO                      TO I09-AGE
           MOVE SPACE                     TO I09-DES-AGE I09-TEL-AGE
           EXEC SQL SELECT V.VAG_AGE, CHAR(V.VAG_DATA_DA, ISO),
                           VALUE(A.AGEN_DES_AGE, ' '),
                           VALUE(A.AGEN_NUM_TEL, ' ')
                      INTO :I09-AGE, :I09-AGE-DAL,
                           :I09-DES-AGE, :I09-TEL-AGE
                      FROM T_DFAX_VDR_AGEN V
                      LEFT OUTER JOIN T_ATA_AGEN A
                        ON A.AGEN_COD_AGE = V.VAG_AGE
                     WHERE V.VAG_VDR    = :I09-VDR
                       AND V.VAG_DATA_A = '9999-12-31'
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE I09-RIGA-NESSUNA-AGE  TO
                    I09-RIGA-RISP(I09-NUM-RIGHE)
               GO TO 3100-AGENZIA-X
           END-IF
           MOVE I09-AGE                   TO RA-AGE
           MOVE I09-DES-AGE               TO RA-DES-AGE
           MOVE I09-TEL-AGE               TO RA-TEL-AGE
           MOVE I09-AGE-DAL(3:8)          TO RA-AGE-DAL
           MOVE I09-RIGA-AGE              TO
                I09-RIGA-RISP(I09-NUM-RIGHE).
      *----------------------------------------------------------------*
       3100-AGENZIA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3200-ONBOARDING: ULTIMO PERCORSO DI ATTIVAZIONE (D05223RR)
      *    E SEGNALAZIONE NEGATIVA SULLA BLACK LIST DEI VDR
      *----------------------------------------------------------------*
       3200-ONBOARDING.
           MOVE SPACE                     TO I09-ONB-S1 I09-ONB-S2
                                             I09-ONB-S3 I09-ONB-S4
           EXEC SQL SELECT ONB_STATO,
                           VALUE(ONB_S1_CONTATTI, ' '),
                           VALUE(ONB_S2_AML, ' '),
                           VALUE(ONB_S3_CONSENSO, ' '),
                           VALUE(ONB_S4_TEST, ' ')
                      INTO :I09-ONB-STATO, :I09-ONB-S1, :I09-ONB-S2,
                           :I09-ONB-S3, :I09-ONB-S4
                      FROM T_DFAX_ONBOARD
                     WHERE ONB_VDR = :I09-VDR
                     ORDER BY ONB_DATA_INS DESC
                     FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE NOT = ZERO
                  MOVE 'NON CENSITO'      TO RO-STATO
             WHEN I09-ONB-STATO = 'C'
                  MOVE 'COMPLETATO'       TO RO-STATO
             WHEN I09-ONB-STATO = 'P'
                  MOVE 'IN CORSO'         TO RO-STATO
             WHEN OTHER
                  MOVE I09-ONB-STATO      TO RO-STATO
           END-EVALUATE
           MOVE I09-ONB-S1                TO RO-S1
           MOVE I09-ONB-S2                TO RO-S2
           MOVE I09-ONB-S3                TO RO-S3
           MOVE I09-ONB-S4                TO RO-S4
      *
           MOVE SPACE                     TO I09-WLC
           EXEC SQL SELECT WLC_FL_NEGATIVO
                      INTO :I09-WLC
                      FROM T_VDR_WLC
                     WHERE WLC_COD_VDR = :I09-VDR
           END-EXEC
           IF  SQLCODE = ZERO AND I09-WLC = 'S'
           THEN
               MOVE 'SI'                  TO RO-WLC
           ELSE
               MOVE 'NO'                  TO RO-WLC
           END-IF
           ADD 1                          TO I09-NUM-RIGHE
           MOVE I09-RIGA-ONB              TO
                I09-RIGA-RISP(I09-NUM-RIGHE).
      *----------------------------------------------------------------*
       3200-ONBOARDING-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3300-DIGEST-RINVII.
           MOVE ZERO                      TO I09-CONTA I09-RINVII
           EXEC SQL SELECT COUNT(*)
                      INTO :I09-CONTA
                      FROM T_DFAX_DIGEST
                     WHERE DIG_VDR = :I09-VDR
           END-EXEC
           IF  SQLCODE = ZERO AND I09-CONTA > ZERO
           THEN
               MOVE 'SI'                  TO RD-DIGEST
           ELSE
               MOVE 'NO'                  TO RD-DIGEST
           END-IF
           EXEC SQL SELECT COUNT(*)
                      INTO :I09-RINVII
                      FROM T_DFAX_RESEND
                     WHERE RES_VDR   = :I09-VDR
                       AND RES_STATO = 'N'
           END-EXEC
           MOVE I09-RINVII                TO RD-RINVII
           ADD 1                          TO I09-NUM-RIGHE
           MOVE I09-RIGA-DIGEST           TO
                I09-RIGA-RISP(I09-NUM-RIGHE).
      *----------------------------------------------------------------*
       3300-DIGEST-RINVII-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3400-FATTURAZIONE: CONSEGNE DEL MESE IN CORSO A TARIFFA
      *    PIENA (PER CANALE E MODELLO, RIPIEGO SUL MODELLO '*'); LA
      *    RIDUZIONE DEI RINVII LA APPLICA SOLO D05223RG A FINE MESE
      *----------------------------------------------------------------*
       3400-FATTURAZIONE.
           MOVE ZERO                      TO I09-CONSEGNE
                                             I09-IMPORTO-MESE
           EXEC SQL SELECT COUNT(*),
                           VALUE(SUM(VALUE(
                             (SELECT T.TAR_IMPORTO
                                FROM T_DFAX_TARIFFE T
                               WHERE T.TAR_CANALE  = I.INV_CANALE
                                 AND T.TAR_MODELLO = I.INV_MODELLO),
                             (SELECT G.TAR_IMPORTO
                                FROM T_DFAX_TARIFFE G
                               WHERE G.TAR_CANALE  = I.INV_CANALE
                                 AND G.TAR_MODELLO = '*'),
                             0)), 0)
                      INTO :I09-CONSEGNE, :I09-IMPORTO-MESE
                      FROM T_DFAX_INVIO I
                     WHERE I.INV_VDR   = :I09-VDR
                       AND I.INV_STATO = 'C'
                       AND DATE(I.INV_DATA_ESITO) >=
                           CURRENT DATE - (DAY(CURRENT DATE) - 1) DAYS
           END-EXEC
           MOVE I09-CONSEGNE              TO RT-CONSEGNE
           MOVE I09-IMPORTO-MESE          TO RT-IMPORTO
           ADD 1                          TO I09-NUM-RIGHE
           MOVE I09-RIGA-FATT             TO
                I09-RIGA-RISP(I09-NUM-RIGHE).
      *----------------------------------------------------------------*
       3400-FATTURAZIONE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3450-RECLAMI: RECLAMI NON CHIUSI COLLEGATI AL DEALER (DA
      *    PRATICA O BONIFICO, D05223IB) E RICEVUTI NEGLI ULTIMI 12 MESI
      *----------------------------------------------------------------*
       3450-RECLAMI.
           MOVE ZERO                      TO I09-REC-APERTI
                                             I09-REC-SCADUTI
                                             I09-REC-ANNO
           MOVE SPACE                     TO I09-REC-PROSSIMA
           EXEC SQL SELECT VALUE(SUM(CASE WHEN REC_STATO <> 'C'
                                          THEN 1 ELSE 0 END), 0),
                           VALUE(SUM(CASE WHEN REC_STATO <> 'C'
                                           AND REC_DATA_SCAD
                                                 < CURRENT DATE
                                          THEN 1 ELSE 0 END), 0),
                           VALUE(SUM(CASE WHEN REC_DATA_RIC
                                          >= CURRENT DATE - 12 MONTHS
                                          THEN 1 ELSE 0 END), 0),
                           VALUE(CHAR(MIN(CASE WHEN REC_STATO <> 'C'
                                                THEN REC_DATA_SCAD
                                           END), ISO), ' ')
                      INTO :I09-REC-APERTI, :I09-REC-SCADUTI,
                           :I09-REC-ANNO, :I09-REC-PROSSIMA
                      FROM T_DFAX_RECLAMI
                     WHERE REC_VDR = :I09-VDR
           END-EXEC
           MOVE I09-REC-APERTI            TO RL-APERTI
           MOVE I09-REC-SCADUTI           TO RL-SCADUTI
           MOVE I09-REC-PROSSIMA          TO RL-PROSSIMA
           MOVE I09-REC-ANNO              TO RL-ANNO
           ADD 1                          TO I09-NUM-RIGHE
           MOVE I09-RIGA-RECL             TO
                I09-RIGA-RISP(I09-NUM-RIGHE).
      *----------------------------------------------------------------*
       3450-RECLAMI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3500-RIGA-BQE.
           EXEC SQL FETCH CURS-BQE
                    INTO :I09-F-RANG, :I09-F-CBQE, :I09-F-CGUIC,
                         :I09-F-NCPTE, :I09-F-DATA-VAR,
                         :I09-F-STATO-VAR
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-RIGHE             TO TRUE
               GO TO 3500-RIGA-BQE-X
           END-IF
           MOVE I09-F-RANG                TO RB-RANG
           MOVE I09-F-CBQE                TO RB-CBQE
           MOVE I09-F-CGUIC               TO RB-CGUIC
           MOVE I09-F-NCPTE               TO RB-NCPTE
           MOVE I09-F-DATA-VAR            TO RB-DATA-VAR
           EVALUATE I09-F-STATO-VAR
             WHEN 'A'
                  MOVE 'DA CONFERM.'      TO RB-STATO-VAR
             WHEN 'X'
                  MOVE 'RESPINTA'         TO RB-STATO-VAR
             WHEN OTHER
                  MOVE SPACE              TO RB-STATO-VAR
           END-EVALUATE
           ADD 1                          TO I09-NUM-RIGHE
           MOVE I09-RIGA-BQE              TO
                I09-RIGA-RISP(I09-NUM-RIGHE).
      *----------------------------------------------------------------*
       3500-RIGA-BQE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3600-RIGA-ROU.
           EXEC SQL FETCH CURS-ROU
                    INTO :I09-F-ROU-AGE, :I09-F-ROU-CANALE,
                         :I09-F-ROU-PRINTER, :I09-F-ROU-CLASS
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-RIGHE             TO TRUE
               GO TO 3600-RIGA-ROU-X
           END-IF
           MOVE I09-F-ROU-AGE             TO RR-AGE
           MOVE I09-F-ROU-CANALE          TO RR-CANALE
           MOVE I09-F-ROU-PRINTER         TO RR-PRINTER
           MOVE I09-F-ROU-CLASS           TO RR-CLASS
           ADD 1                          TO I09-NUM-RIGHE
           MOVE I09-RIGA-ROU              TO
                I09-RIGA-RISP(I09-NUM-RIGHE).
      *----------------------------------------------------------------*
       3600-RIGA-ROU-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3700-RIGA-DIS.
           EXEC SQL FETCH CURS-DIS
                    INTO :I09-F-DIS-DOC, :I09-F-DIS-CANALE,
                         :I09-F-DIS-CONTATTO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-RIGHE             TO TRUE
               GO TO 3700-RIGA-DIS-X
           END-IF
           MOVE I09-F-DIS-DOC             TO RC-DOC
           MOVE I09-F-DIS-CANALE          TO RC-CANALE
           MOVE I09-F-DIS-CONTATTO        TO RC-CONTATTO
           ADD 1                          TO I09-NUM-RIGHE
           MOVE I09-RIGA-DIS              TO
                I09-RIGA-RISP(I09-NUM-RIGHE).
      *----------------------------------------------------------------*
       3700-RIGA-DIS-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-PRATICHE: ULTIMI 30 GIORNI, DALLA PIU' RECENTE
      *----------------------------------------------------------------*
       4000-PRATICHE.
           MOVE ZERO                      TO I09-NUM-RIGHE
           MOVE 19                        TO I09-MAX-RIGHE
           MOVE 'N'                       TO SW-FINE-RIGHE
           EXEC SQL OPEN CURS-PRA END-EXEC
           PERFORM 4100-RIGA-PRATICA      THRU 4100-RIGA-PRATICA-X
                   UNTIL FINE-RIGHE
                   OR    I09-NUM-RIGHE NOT < I09-MAX-RIGHE
           IF  NOT FINE-RIGHE
           THEN
               MOVE I09-RIGA-ALTRE        TO
                    I09-RIGA-RISP(I09-NUM-RIGHE)
           END-IF
           EXEC SQL CLOSE CURS-PRA END-EXEC
           IF  I09-NUM-RIGHE = ZERO
           THEN
               MOVE I09-RIGA-NESSUNA-PRATICA TO I09-RIGA-RISP(1)
               MOVE 1                     TO I09-NUM-RIGHE
               GO TO 4000-PRATICHE-X
           END-IF
           ADD 1                          TO I09-NUM-RIGHE
           MOVE I09-RIGA-PIEDE-PRATICHE   TO
                I09-RIGA-RISP(I09-NUM-RIGHE).
      *----------------------------------------------------------------*
       4000-PRATICHE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4100-RIGA-PRATICA.
           EXEC SQL FETCH CURS-PRA
                    INTO :I09-F-NUM-PRA, :I09-F-DATA, :I09-F-ESITO,
                         :I09-F-STATO, :I09-F-CRO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-RIGHE             TO TRUE
               GO TO 4100-RIGA-PRATICA-X
           END-IF
           MOVE I09-F-NUM-PRA             TO RP-NUM-PRA
           MOVE I09-F-DATA                TO RP-DATA
           EVALUATE I09-F-ESITO
             WHEN 'A'
                  MOVE 'APPROVATA'        TO RP-ESITO
             WHEN 'R'
                  MOVE 'RIFIUTATA'        TO RP-ESITO
             WHEN 'S'
                  MOVE 'SOSPESA'          TO RP-ESITO
             WHEN OTHER
                  MOVE I09-F-ESITO        TO RP-ESITO
           END-EVALUATE
           EVALUATE I09-F-STATO
             WHEN 'Q'
                  MOVE 'IN CODA'          TO RP-STATO
             WHEN 'C'
                  MOVE 'CONSEGNATO'       TO RP-STATO
             WHEN 'T'
                  MOVE 'IN RIPROVA'       TO RP-STATO
             WHEN 'F'
                  MOVE 'FALLITO'          TO RP-STATO
             WHEN 'E'
                  MOVE 'ESAURITO'         TO RP-STATO
             WHEN 'R'
                  MOVE 'RESO'             TO RP-STATO
             WHEN OTHER
                  MOVE I09-F-STATO        TO RP-STATO
           END-EVALUATE
           MOVE I09-F-CRO                 TO RP-CRO
           ADD 1                          TO I09-NUM-RIGHE
           MOVE I09-RIGA-PRATICA          TO
                I09-RIGA-RISP(I09-NUM-RIGHE).
      *----------------------------------------------------------------*
       4100-RIGA-PRATICA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5000-APPROFONDISCI: PASSA ALLA TRANSAZIONE ESISTENTE CON LA
      *    RICHIESTA GIA' COMPILATA PER LA PRATICA; SE L'XCTL RIESCE
      *    NON SI TORNA PIU' QUI
      *----------------------------------------------------------------*
       5000-APPROFONDISCI.
           MOVE SPACE                     TO I09-COMMAREA
           EVALUATE TRUE
             WHEN I09-MODO-TIMELINE
                  MOVE 'D05223I2'         TO I09-PGM-XCTL
                  MOVE I09-NUMPRA         TO I09-COMMAREA(1:14)
             WHEN I09-MODO-ARCHIVIO
                  MOVE 'D05223I1'         TO I09-PGM-XCTL
                  MOVE 'L'                TO I09-COMMAREA(1:1)
                  MOVE I09-NUMPRA         TO I09-COMMAREA(3:14)
             WHEN I09-MODO-SCARTI
                  MOVE 'D05223I0'         TO I09-PGM-XCTL
                  MOVE 'N'                TO I09-COMMAREA(1:1)
                  MOVE I09-NUMPRA         TO I09-COMMAREA(3:14)
           END-EVALUATE
           EXEC CICS XCTL PROGRAM  (I09-PGM-XCTL)
                          COMMAREA (I09-COMMAREA)
                          LENGTH   (LENGTH OF I09-COMMAREA)
           END-EXEC
           MOVE I09-RIGA-RICHIESTA-ERRATA TO I09-RIGA-RISP(1)
           MOVE 1                         TO I09-NUM-RIGHE.
      *----------------------------------------------------------------*
       5000-APPROFONDISCI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       6000-INVIA-RISPOSTA.
           IF  I09-NUM-RIGHE = ZERO
           THEN
               MOVE I09-RIGA-PROMPT       TO I09-RIGA-RISP(1)
               MOVE 1                     TO I09-NUM-RIGHE
           END-IF
           COMPUTE I09-LEN-RISP = I09-NUM-RIGHE * 80
           EXEC CICS SEND FROM   (I09-AREA-RISPOSTA)
                          LENGTH (I09-LEN-RISP)
                          ERASE
           END-EXEC.
      *----------------------------------------------------------------*
       6000-INVIA-RISPOSTA-X.
           EXIT.
      *
      ********************** EOM D05223I9 *******************************
