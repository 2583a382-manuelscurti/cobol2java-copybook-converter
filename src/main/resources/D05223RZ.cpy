      ******************************************************************
      *                        D05223RZ                                *
      *                                                                *
      *  PROCEDURA    : DFAX A SERVIZI - DOCUMENTI IN ARRIVO DAL DEALER*
      *  DESCRIZIONE  : CARICA I DOCUMENTI RIMANDATI DAI DEALER VIA    *
      *                 FAX O POSTA (CONTRATTI FIRMATI, DOCUMENTI DI   *
      *                 IDENTITA', BUSTE PAGA) DEPOSITATI DAL GATEWAY  *
      *                 IN ENTRATA (FILE DOCIN, UNA RIGA PER           *
      *                 DOCUMENTO CON OGGETTO E TESTO DELLA COPERTINA).*
      *                 IL NUMERO PRATICA (14 CIFRE, COME STAMPATO     *
      *                 NELLA TESTATA DEGLI ESITI) VIENE CERCATO PRIMA *
      *                 NELL'OGGETTO E POI NELLA COPERTINA E VALE SOLO *
      *                 SE LA PRATICA E' NOTA A DFAX (T_DFAX_INVIO).   *
      *                 IL TIPO DOCUMENTO ESCE DALLE PAROLE CHIAVE DI  *
      *                 T_DFAX_DOC_TIPO ('ND' SE NESSUNA CORRISPONDE). *
      *                 OGNI DOCUMENTO VA SU T_DFAX_DOC_IN: STATO 'A'  *
      *                 SE AGGANCIATO ALLA PRATICA (EVENTO 'G' SULLA   *
      *                 TIMELINE), 'N' SE RESTA NELLA CODA DEI NON     *
      *                 ABBINATI PER L'ABBINAMENTO MANUALE (D05223I5). *
      *                 IN CODA AL REPORT: PRATICHE APPROVATE E NON    *
      *                 ANCORA EROGATE (T_DFAX_SCAD IN 'A'/'P') A CUI  *
      *                 MANCANO DOCUMENTI OBBLIGATORI PER IL PRODOTTO  *
      *                 (T_DFAX_DOC_OBBL, PER PRODOTTO TBVDPRO ED      *
      *                 EVENTUALMENTE PER VDR) E CODA DEI NON ABBINATI *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : DOCIN (DOCUMENTI), T_DFAX_INVIO,               *
      *                 T_DFAX_DOC_TIPO, T_DFAX_DOC_OBBL,              *
      *                 T_DFAX_SCAD (DB2)                              *
      *  OUTPUT       : T_DFAX_DOC_IN E T_DFAX_RIC_LOG AGGIORNATE,     *
      *                 REPORT SU RPT-DFAX-DOC                         *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - DOCUMENTI IN ARRIVO ABBINATI ALLA    *
      *           PRATICA, LISTA DEI MANCANTI E CODA NON ABBINATI      *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223RZ.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT DOC-FILE          ASSIGN  TO  DOCIN
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-DFAX-DOC      ASSIGN  TO  RPTDFDOC
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  DOC-FILE
           RECORDING MODE IS F.
       01  DOC-RECORD.
           02  DOC-CANALE               PIC  X(01).
               88  DOC-DA-FAX           VALUE 'F'.
               88  DOC-DA-MAIL          VALUE 'M'.
           02  FILLER                   PIC  X(01).
           02  DOC-ID-GATEWAY           PIC  X(40).
           02  FILLER                   PIC  X(01).
           02  DOC-DATA-ORA             PIC  X(19).
           02  FILLER                   PIC  X(01).
           02  DOC-MITTENTE             PIC  X(60).
           02  FILLER                   PIC  X(01).
           02  DOC-OGGETTO              PIC  X(80).
           02  FILLER                   PIC  X(01).
           02  DOC-COPERTINA            PIC  X(240).
           02  FILLER                   PIC  X(05).
      *
       FD  RPT-DFAX-DOC
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  RZ-NUM-PRA                    PIC  9(14)  VALUE ZERO.
       01  RZ-CANDIDATA                  PIC  9(14)  VALUE ZERO.
       01  RZ-PROG                       PIC S9(09)  COMP-3 VALUE ZERO.
       01  RZ-CANALE                     PIC  X(01)  VALUE SPACE.
       01  RZ-ID-GATEWAY                 PIC  X(40)  VALUE SPACE.
       01  RZ-DATA-ORA                   PIC  X(19)  VALUE SPACE.
       01  RZ-MITTENTE                   PIC  X(60)  VALUE SPACE.
       01  RZ-OGGETTO                    PIC  X(80)  VALUE SPACE.
       01  RZ-TIPO-DOC                   PIC  X(02)  VALUE SPACE.
       01  RZ-STATO                      PIC  X(01)  VALUE SPACE.
       01  RZ-EVENTO                     PIC  X(01)  VALUE SPACE.
       01  RZ-CONTA                      PIC S9(09)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    TESTO IN CUI CERCARE NUMERO PRATICA E PAROLE CHIAVE:
      *    OGGETTO, UNO SPAZIO, COPERTINA E UNO SPAZIO DI CHIUSURA
      *    PERCHE' L'ULTIMA CANDIDATA ABBIA SEMPRE UN CARATTERE DOPO
      *----------------------------------------------------------------*
       01  RZ-TESTO.
           02  RZ-TESTO-OGGETTO          PIC  X(80).
           02  FILLER                    PIC  X(01).
           02  RZ-TESTO-COPERTINA        PIC  X(240).
           02  FILLER                    PIC  X(01).
       01  RZ-IX                         PIC S9(04)  COMP VALUE ZERO.
       01  RZ-IX-PREC                    PIC S9(04)  COMP VALUE ZERO.
       01  RZ-IX-SUCC                    PIC S9(04)  COMP VALUE ZERO.
       01  RZ-MAX-IX                     PIC S9(04)  COMP VALUE 308.
      *
      *----------------------------------------------------------------*
      *    TIPI DOCUMENTO E PAROLE CHIAVE (T_DFAX_DOC_TIPO), CARICATI
      *    UNA VOLTA IN 1000; A PARITA' VINCE LA PRIMA IN ORDINE DI
      *    DTP_PRIORITA
      *----------------------------------------------------------------*
       01  RZ-TAB-TIPI.
           02  RZ-TIPO-ELEM   OCCURS 50.
               03  RZ-T-TIPO             PIC  X(02).
               03  RZ-T-PAROLA           PIC  X(30).
               03  RZ-T-LUNG             PIC S9(04)  COMP.
       01  RZ-NUM-TIPI                   PIC S9(04)  COMP VALUE ZERO.
       01  RZ-MAX-TIPI                   PIC S9(04)  COMP VALUE 50.
       01  RZ-IT                         PIC S9(04)  COMP VALUE ZERO.
       01  RZ-OCCORRENZE                 PIC S9(04)  COMP VALUE ZERO.
       01  RZ-F-TIPO                     PIC  X(02)  VALUE SPACE.
       01  RZ-F-PAROLA                   PIC  X(30)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    HOST VARIABLE DELLA LISTA DEI MANCANTI E DELLA CODA
      *----------------------------------------------------------------*
       01  RZ-M-NUM-PRA                  PIC  9(14)  VALUE ZERO.
       01  RZ-M-VDR                      PIC  9(07)  VALUE ZERO.
       01  RZ-M-PRODOTTO                 PIC  X(03)  VALUE SPACE.
       01  RZ-M-TIPO-DOC                 PIC  X(02)  VALUE SPACE.
       01  RZ-M-DESCR                    PIC  X(30)  VALUE SPACE.
       01  RZ-M-BLOCCANTE                PIC  X(01)  VALUE SPACE.
       01  RZ-M-DATA-SCAD                PIC  X(10)  VALUE SPACE.
       01  RZ-Q-PROG                     PIC S9(09)  COMP-3 VALUE ZERO.
       01  RZ-Q-CANALE                   PIC  X(01)  VALUE SPACE.
       01  RZ-Q-MITTENTE                 PIC  X(60)  VALUE SPACE.
       01  RZ-Q-TIPO-DOC                 PIC  X(02)  VALUE SPACE.
       01  RZ-Q-DATA-RIC                 PIC  X(19)  VALUE SPACE.
      *
       01  SW-FINE-DOCUMENTI             PIC  X(01)  VALUE 'N'.
           88  FINE-DOCUMENTI                        VALUE 'S'.
       01  SW-FINE-CURS                  PIC  X(01)  VALUE 'N'.
           88  FINE-CURS                             VALUE 'S'.
       01  SW-PRATICA                    PIC  X(01)  VALUE 'N'.
           88  PRATICA-TROVATA                       VALUE 'S'.
      *
       01  RZ-TOT-LETTI                  PIC S9(09)  COMP-3 VALUE ZERO.
       01  RZ-TOT-ABBINATI               PIC S9(09)  COMP-3 VALUE ZERO.
       01  RZ-TOT-NON-ABBINATI           PIC S9(09)  COMP-3 VALUE ZERO.
       01  RZ-TOT-DUPLICATI              PIC S9(09)  COMP-3 VALUE ZERO.
       01  RZ-TOT-MANCANTI               PIC S9(09)  COMP-3 VALUE ZERO.
       01  RZ-TOT-CODA                   PIC S9(09)  COMP-3 VALUE ZERO.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(33)  VALUE
               'DFAX - DOCUMENTI IN ARRIVO DEL'.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(89)  VALUE SPACE.
      *
       01  W-RIGA-DETT.
           02  W-DETT-NUM-PRA            PIC  9(14).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-CANALE             PIC  X(01).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-TIPO-DOC           PIC  X(02).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-ID-GATEWAY         PIC  X(40).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-EVENTO             PIC  X(30).
           02  FILLER                    PIC  X(37)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                    PIC  X(08)  VALUE 'LETTI:'.
           02  W-TOT-LETTI               PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(12)  VALUE
               ' ABBINATI:'.
           02  W-TOT-ABBINATI            PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(16)  VALUE
               ' NON ABBINATI:'.
           02  W-TOT-NON-ABBINATI        PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(13)  VALUE
               ' DUPLICATI:'.
           02  W-TOT-DUPLICATI           PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(55)  VALUE SPACE.
      *
       01  W-RIGA-SEZ-MANCANTI.
           02  FILLER                    PIC  X(60)  VALUE
               'PRATICHE APPROVATE CON DOCUMENTI OBBLIGATORI MANCANTI'.
           02  FILLER                    PIC  X(72)  VALUE SPACE.
      *
       01  W-RIGA-MANCANTE.
           02  W-MANC-NUM-PRA            PIC  9(14).
           02  FILLER                    PIC  X(05)  VALUE ' VDR '.
           02  W-MANC-VDR                PIC  9(07).
           02  FILLER                    PIC  X(07)  VALUE ' PROD '.
           02  W-MANC-PRODOTTO           PIC  X(03).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-MANC-TIPO-DOC           PIC  X(02).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-MANC-DESCR              PIC  X(30).
           02  FILLER                    PIC  X(08)  VALUE ' SCAD. '.
           02  W-MANC-DATA-SCAD          PIC  X(10).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-MANC-BLOCCANTE          PIC  X(20).
           02  FILLER                    PIC  X(21)  VALUE SPACE.
      *
       01  W-RIGA-SEZ-CODA.
           02  FILLER                    PIC  X(60)  VALUE
               'CODA DOCUMENTI NON ABBINATI (ABBINAMENTO SU D05223I5)'.
           02  FILLER                    PIC  X(72)  VALUE SPACE.
      *
       01  W-RIGA-CODA.
           02  W-CODA-PROG               PIC  Z(08)9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-CODA-CANALE             PIC  X(01).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-CODA-TIPO-DOC           PIC  X(02).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-CODA-DATA-RIC           PIC  X(19).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-CODA-MITTENTE           PIC  X(60).
           02  FILLER                    PIC  X(33)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI-LISTE.
           02  FILLER                    PIC  X(22)  VALUE
               'DOCUMENTI MANCANTI:'.
           02  W-TOT-MANCANTI            PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(22)  VALUE
               ' IN CODA DA ABBINARE:'.
           02  W-TOT-CODA                PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(74)  VALUE SPACE.
      *
       01  W-DATA-OGGI                   PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    PAROLE CHIAVE DEI TIPI DOCUMENTO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-TIPI CURSOR FOR
               SELECT  DTP_TIPO_DOC, DTP_PAROLA
                 FROM  T_DFAX_DOC_TIPO
                ORDER BY DTP_PRIORITA, DTP_TIPO_DOC
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    DOCUMENTI OBBLIGATORI MANCANTI: PRATICHE APPROVATE E NON
      *    ANCORA EROGATE, REGOLA DEL PRODOTTO PER QUEL VDR O PER
      *    TUTTI I VDR (DOB_VDR A ZERO), NESSUN DOCUMENTO DI QUEL TIPO
      *    AGGANCIATO ('A') O ABBINATO A MANO ('M')
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-MANCANTI CURSOR FOR
               SELECT  SC.SCA_NUM_PRA, SC.SCA_VDR, SC.SCA_PRODOTTO,
                       OB.DOB_TIPO_DOC, OB.DOB_BLOCCANTE,
                       CHAR(SC.SCA_DATA_SCAD, ISO)
                 FROM  T_DFAX_SCAD SC, T_DFAX_DOC_OBBL OB
                WHERE  SC.SCA_STATO IN ('A', 'P')
                  AND  OB.DOB_PRODOTTO = SC.SCA_PRODOTTO
                  AND  (OB.DOB_VDR = SC.SCA_VDR OR OB.DOB_VDR = 0)
                  AND  NOT EXISTS
                       (SELECT 1
                          FROM T_DFAX_DOC_IN DI
                         WHERE DI.DIN_NUM_PRA  = SC.SCA_NUM_PRA
                           AND DI.DIN_TIPO_DOC = OB.DOB_TIPO_DOC
                           AND DI.DIN_STATO IN ('A', 'M'))
                ORDER BY SC.SCA_DATA_SCAD, SC.SCA_NUM_PRA,
                         OB.DOB_TIPO_DOC
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    CODA DEI NON ABBINATI, DAL PIU' VECCHIO
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-CODA CURSOR FOR
               SELECT  DIN_PROG, DIN_CANALE, DIN_MITTENTE,
                       DIN_TIPO_DOC, DIN_DATA_RICEZIONE
                 FROM  T_DFAX_DOC_IN
                WHERE  DIN_STATO = 'N'
                ORDER BY DIN_PROG
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-ELABORA-DOCUMENTO
              THRU 2000-ELABORA-DOCUMENTO-X
                   UNTIL FINE-DOCUMENTI
           PERFORM 3000-LISTA-MANCANTI   THRU 3000-LISTA-MANCANTI-X
           PERFORM 4000-LISTA-CODA       THRU 4000-LISTA-CODA-X
           PERFORM 5000-FINALIZZA        THRU 5000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN INPUT  DOC-FILE
           OPEN OUTPUT RPT-DFAX-DOC
           EXEC SQL
                VALUES CURRENT DATE INTO :W-DATA-OGGI
           END-EXEC
      *
      *    PROGRESSIVO DI CODA: RIPARTE DALL'ULTIMO ASSEGNATO
           EXEC SQL SELECT VALUE(MAX(DIN_PROG), 0)
                      INTO :RZ-PROG
                      FROM T_DFAX_DOC_IN
           END-EXEC
      *
           MOVE ZERO                     TO RZ-NUM-TIPI
           MOVE 'N'                      TO SW-FINE-CURS
           EXEC SQL OPEN CURS-TIPI END-EXEC
           PERFORM 1100-CARICA-TIPO      THRU 1100-CARICA-TIPO-X
                   UNTIL FINE-CURS
                   OR    RZ-NUM-TIPI NOT < RZ-MAX-TIPI
           EXEC SQL CLOSE CURS-TIPI END-EXEC
      *
           MOVE W-DATA-OGGI              TO W-T1-DATA
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    1100-CARICA-TIPO: LA LUNGHEZZA DELLA PAROLA CHIAVE ARRIVA
      *    AL PRIMO DOPPIO SPAZIO, COSI' VALGONO ANCHE PAROLE COMPOSTE
      *    ("BUSTA PAGA")
      *----------------------------------------------------------------*
       1100-CARICA-TIPO.
           EXEC SQL FETCH CURS-TIPI
                    INTO :RZ-F-TIPO, :RZ-F-PAROLA
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-CURS             TO TRUE
               GO TO 1100-CARICA-TIPO-X
           END-IF
           IF  RZ-F-PAROLA = SPACE
           THEN
               GO TO 1100-CARICA-TIPO-X
           END-IF
           ADD 1                         TO RZ-NUM-TIPI
           MOVE RZ-F-TIPO                TO RZ-T-TIPO(RZ-NUM-TIPI)
           MOVE RZ-F-PAROLA              TO RZ-T-PAROLA(RZ-NUM-TIPI)
           MOVE ZERO                     TO RZ-T-LUNG(RZ-NUM-TIPI)
           INSPECT RZ-F-PAROLA TALLYING RZ-T-LUNG(RZ-NUM-TIPI)
                   FOR CHARACTERS BEFORE INITIAL '  '.
      *----------------------------------------------------------------*
       1100-CARICA-TIPO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2000-ELABORA-DOCUMENTO.
           READ DOC-FILE
               AT END
                  SET FINE-DOCUMENTI     TO TRUE
               NOT AT END
                  PERFORM 2100-CARICA-DOCUMENTO
                     THRU 2100-CARICA-DOCUMENTO-X
           END-READ.
      *----------------------------------------------------------------*
       2000-ELABORA-DOCUMENTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2100-CARICA-DOCUMENTO.
           ADD 1                         TO RZ-TOT-LETTI
           MOVE DOC-CANALE               TO RZ-CANALE
           MOVE DOC-ID-GATEWAY           TO RZ-ID-GATEWAY
           MOVE DOC-DATA-ORA             TO RZ-DATA-ORA
           MOVE DOC-MITTENTE             TO RZ-MITTENTE
           MOVE DOC-OGGETTO              TO RZ-OGGETTO
           MOVE SPACE                    TO RZ-TESTO
           MOVE DOC-OGGETTO              TO RZ-TESTO-OGGETTO
           MOVE DOC-COPERTINA            TO RZ-TESTO-COPERTINA
           INSPECT RZ-TESTO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
      *
      *    IL GATEWAY PUO' RIDEPOSITARE LO STESSO DOCUMENTO
           MOVE ZERO                     TO RZ-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :RZ-CONTA
                      FROM T_DFAX_DOC_IN
                     WHERE DIN_ID_GATEWAY = :RZ-ID-GATEWAY
           END-EXEC
           IF  RZ-CONTA > ZERO
           THEN
               ADD 1                     TO RZ-TOT-DUPLICATI
               MOVE ZERO                 TO W-DETT-NUM-PRA
               MOVE 'DOCUMENTO GIA'' CARICATO'
                                         TO W-DETT-EVENTO
               PERFORM 2900-SCRIVI-DETT  THRU 2900-SCRIVI-DETT-X
               GO TO 2100-CARICA-DOCUMENTO-X
           END-IF
      *
           MOVE 'N'                      TO SW-PRATICA
           MOVE ZERO                     TO RZ-NUM-PRA
           PERFORM 2200-CERCA-NUMPRA     THRU 2200-CERCA-NUMPRA-X
                   VARYING RZ-IX FROM 1 BY 1
                   UNTIL RZ-IX > RZ-MAX-IX
                   OR    PRATICA-TROVATA
      *
           MOVE 'ND'                     TO RZ-TIPO-DOC
           PERFORM 2300-CERCA-TIPO       THRU 2300-CERCA-TIPO-X
                   VARYING RZ-IT FROM 1 BY 1
                   UNTIL RZ-IT > RZ-NUM-TIPI
                   OR    RZ-TIPO-DOC NOT = 'ND'
      *
           IF  PRATICA-TROVATA
           THEN
               MOVE 'A'                  TO RZ-STATO
               ADD 1                     TO RZ-TOT-ABBINATI
               MOVE 'ABBINATO ALLA PRATICA'
                                         TO W-DETT-EVENTO
           ELSE
               MOVE 'N'                  TO RZ-STATO
               ADD 1                     TO RZ-TOT-NON-ABBINATI
               MOVE 'IN CODA NON ABBINATI'
                                         TO W-DETT-EVENTO
           END-IF
      *
           ADD 1                         TO RZ-PROG
           EXEC SQL INSERT INTO T_DFAX_DOC_IN
                           (DIN_PROG
                           ,DIN_ID_GATEWAY
                           ,DIN_CANALE
                           ,DIN_MITTENTE
                           ,DIN_OGGETTO
                           ,DIN_DATA_RICEZIONE
                           ,DIN_NUM_PRA
                           ,DIN_TIPO_DOC
                           ,DIN_STATO
                           ,DIN_UTENTE
                           ,DIN_DATA_INS
                           ,DIN_DATA_AGG)
                    VALUES (:RZ-PROG
                           ,:RZ-ID-GATEWAY
                           ,:RZ-CANALE
                           ,:RZ-MITTENTE
                           ,:RZ-OGGETTO
                           ,:RZ-DATA-ORA
                           ,:RZ-NUM-PRA
                           ,:RZ-TIPO-DOC
                           ,:RZ-STATO
                           ,'D05223RZ'
                           ,CURRENT TIMESTAMP
                           ,CURRENT TIMESTAMP)
           END-EXEC
      *
           IF  PRATICA-TROVATA
           THEN
      *        EVENTO 'G' = DOCUMENTO DEL DEALER RICEVUTO
               MOVE 'G'                  TO RZ-EVENTO
               PERFORM 2400-LOG-EVENTO   THRU 2400-LOG-EVENTO-X
           END-IF
           MOVE RZ-NUM-PRA               TO W-DETT-NUM-PRA
           PERFORM 2900-SCRIVI-DETT      THRU 2900-SCRIVI-DETT-X.
      *----------------------------------------------------------------*
       2100-CARICA-DOCUMENTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-CERCA-NUMPRA: UNA CANDIDATA E' UNA SEQUENZA DI
      *    ESATTAMENTE 14 CIFRE (NON PARTE DI UN NUMERO PIU' LUNGO,
      *    COME UN IBAN O UN NUMERO DI FAX); VALE SOLO SE LA PRATICA
      *    HA GIA' AVUTO UN INVIO DFAX, ALTRIMENTI SI PROSEGUE
      *----------------------------------------------------------------*
       2200-CERCA-NUMPRA.
           IF  RZ-TESTO(RZ-IX:14) NOT NUMERIC
           THEN
               GO TO 2200-CERCA-NUMPRA-X
           END-IF
           IF  RZ-IX > 1
           THEN
               COMPUTE RZ-IX-PREC = RZ-IX - 1
               IF  RZ-TESTO(RZ-IX-PREC:1) IS NUMERIC
               THEN
                   GO TO 2200-CERCA-NUMPRA-X
               END-IF
           END-IF
           COMPUTE RZ-IX-SUCC = RZ-IX + 14
           IF  RZ-TESTO(RZ-IX-SUCC:1) IS NUMERIC
           THEN
               GO TO 2200-CERCA-NUMPRA-X
           END-IF
      *
           MOVE RZ-TESTO(RZ-IX:14)       TO RZ-CANDIDATA
           MOVE ZERO                     TO RZ-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :RZ-CONTA
                      FROM T_DFAX_INVIO
                     WHERE INV_NUM_PRA = :RZ-CANDIDATA
           END-EXEC
           IF  SQLCODE = ZERO
           AND RZ-CONTA > ZERO
           THEN
               MOVE RZ-CANDIDATA         TO RZ-NUM-PRA
               SET PRATICA-TROVATA       TO TRUE
           END-IF.
      *----------------------------------------------------------------*
       2200-CERCA-NUMPRA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2300-CERCA-TIPO.
           MOVE ZERO                     TO RZ-OCCORRENZE
           INSPECT RZ-TESTO TALLYING RZ-OCCORRENZE
                   FOR ALL RZ-T-PAROLA(RZ-IT)(1:RZ-T-LUNG(RZ-IT))
           IF  RZ-OCCORRENZE > ZERO
           THEN
               MOVE RZ-T-TIPO(RZ-IT)     TO RZ-TIPO-DOC
           END-IF.
      *----------------------------------------------------------------*
       2300-CERCA-TIPO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2400-LOG-EVENTO.
           EXEC SQL INSERT INTO T_DFAX_RIC_LOG
                           (RIC_NUM_PRA
                           ,RIC_TIPO_EVENTO
                           ,RIC_DATA_INS)
                    VALUES (:RZ-NUM-PRA
                           ,:RZ-EVENTO
                           ,CURRENT TIMESTAMP)
           END-EXEC.
      *----------------------------------------------------------------*
       2400-LOG-EVENTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2900-SCRIVI-DETT.
           MOVE RZ-CANALE                TO W-DETT-CANALE
           MOVE RZ-TIPO-DOC              TO W-DETT-TIPO-DOC
           MOVE RZ-ID-GATEWAY            TO W-DETT-ID-GATEWAY
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2900-SCRIVI-DETT-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-LISTA-MANCANTI.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ-MANCANTI      TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE 'N'                      TO SW-FINE-CURS
           EXEC SQL OPEN CURS-MANCANTI END-EXEC
           PERFORM 3100-RIGA-MANCANTE    THRU 3100-RIGA-MANCANTE-X
                   UNTIL FINE-CURS
           EXEC SQL CLOSE CURS-MANCANTI END-EXEC.
      *----------------------------------------------------------------*
       3000-LISTA-MANCANTI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3100-RIGA-MANCANTE.
           EXEC SQL FETCH CURS-MANCANTI
                    INTO :RZ-M-NUM-PRA, :RZ-M-VDR, :RZ-M-PRODOTTO,
                         :RZ-M-TIPO-DOC, :RZ-M-BLOCCANTE,
                         :RZ-M-DATA-SCAD
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-CURS             TO TRUE
               GO TO 3100-RIGA-MANCANTE-X
           END-IF
           ADD 1                         TO RZ-TOT-MANCANTI
           MOVE SPACE                    TO RZ-M-DESCR
           EXEC SQL SELECT DTP_DESCRIZIONE
                      INTO :RZ-M-DESCR
                      FROM T_DFAX_DOC_TIPO
                     WHERE DTP_TIPO_DOC = :RZ-M-TIPO-DOC
                     FETCH FIRST 1 ROW ONLY
           END-EXEC
           MOVE RZ-M-NUM-PRA             TO W-MANC-NUM-PRA
           MOVE RZ-M-VDR                 TO W-MANC-VDR
           MOVE RZ-M-PRODOTTO            TO W-MANC-PRODOTTO
           MOVE RZ-M-TIPO-DOC            TO W-MANC-TIPO-DOC
           MOVE RZ-M-DESCR               TO W-MANC-DESCR
           MOVE RZ-M-DATA-SCAD           TO W-MANC-DATA-SCAD
           IF  RZ-M-BLOCCANTE = 'S'
           THEN
               MOVE 'BLOCCA IL BONIFICO' TO W-MANC-BLOCCANTE
           ELSE
               MOVE SPACE                TO W-MANC-BLOCCANTE
           END-IF
           MOVE W-RIGA-MANCANTE          TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       3100-RIGA-MANCANTE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4000-LISTA-CODA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ-CODA          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE 'N'                      TO SW-FINE-CURS
           EXEC SQL OPEN CURS-CODA END-EXEC
           PERFORM 4100-RIGA-CODA        THRU 4100-RIGA-CODA-X
                   UNTIL FINE-CURS
           EXEC SQL CLOSE CURS-CODA END-EXEC.
      *----------------------------------------------------------------*
       4000-LISTA-CODA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4100-RIGA-CODA.
           EXEC SQL FETCH CURS-CODA
                    INTO :RZ-Q-PROG, :RZ-Q-CANALE, :RZ-Q-MITTENTE,
                         :RZ-Q-TIPO-DOC, :RZ-Q-DATA-RIC
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-CURS             TO TRUE
               GO TO 4100-RIGA-CODA-X
           END-IF
           ADD 1                         TO RZ-TOT-CODA
           MOVE RZ-Q-PROG                TO W-CODA-PROG
           MOVE RZ-Q-CANALE              TO W-CODA-CANALE
           MOVE RZ-Q-TIPO-DOC            TO W-CODA-TIPO-DOC
           MOVE RZ-Q-DATA-RIC            TO W-CODA-DATA-RIC
           MOVE RZ-Q-MITTENTE            TO W-CODA-MITTENTE
           MOVE W-RIGA-CODA              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       4100-RIGA-CODA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RZ-TOT-LETTI             TO W-TOT-LETTI
           MOVE RZ-TOT-ABBINATI          TO W-TOT-ABBINATI
           MOVE RZ-TOT-NON-ABBINATI      TO W-TOT-NON-ABBINATI
           MOVE RZ-TOT-DUPLICATI         TO W-TOT-DUPLICATI
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RZ-TOT-MANCANTI          TO W-TOT-MANCANTI
           MOVE RZ-TOT-CODA              TO W-TOT-CODA
           MOVE W-RIGA-TOTALI-LISTE      TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE DOC-FILE RPT-DFAX-DOC
           EXEC SQL COMMIT END-EXEC.
      *----------------------------------------------------------------*
       5000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM D05223RZ *******************************
