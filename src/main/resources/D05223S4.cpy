      ******************************************************************
      *                        D05223S4                                *
      *                                                                *
      *  PROCEDURA    : DFAX A SERVIZI - RENDICONTO ANNUALE RECLAMI    *
      *  DESCRIZIONE  : RENDICONTO PER L'AUTORITA' DI VIGILANZA DEI    *
      *                 RECLAMI RICEVUTI NELL'ANNO (T_DFAX_RECLAMI,    *
      *                 DATA DI RICEZIONE), IN QUATTRO SEZIONI:        *
      *                  1) PER CATEGORIA ED ESITO: RICEVUTI, ACCOLTI, *
      *                     PARZIALMENTE ACCOLTI, RESPINTI, ANCORA     *
      *                     APERTI, EVASI OLTRE IL TERMINE LEGALE E    *
      *                     TEMPO MEDIO DI RISPOSTA IN GIORNI          *
      *                  2) PER CANALE DI ARRIVO E TIPO DI RECLAMANTE  *
      *                  3) PER DEALER (DA PRATICA O BONIFICO DFAX     *
      *                     COLLEGATI), DAL PIU' RECLAMATO             *
      *                  4) PER FLUSSO DI ORIGINE (PRATICA DFAX,       *
      *                     BONIFICO PER CANALE DI ACQUISIZIONE,       *
      *                     CONTRATTO PER CANALE)                      *
      *                 SOLA LETTURA.                                  *
      *                 PARAMETRI (PARRECA, POSIZIONALI, ZERO = DEF.): *
      *                  01-04 ANNO DI RIFERIMENTO (ANNO PRECEDENTE A  *
      *                        QUELLO DI ELABORAZIONE)                 *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : PARRECA (ANNO), T_DFAX_RECLAMI, TBVDVDR (DB2)  *
      *  OUTPUT       : RENDICONTO SU RPT-DFAX-RECA                    *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - RENDICONTO ANNUALE DEI RECLAMI PER   *
      *           CATEGORIA, ESITO, DEALER E FLUSSO                    *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223S4.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT PAR-FILE          ASSIGN  TO  PARRECA
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-DFAX-RECA     ASSIGN  TO  RPTDFRCA
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  PAR-FILE
           RECORDING MODE IS F.
       01  PAR-RECORD.
           02  PAR-ANNO                 PIC  9(04).
           02  FILLER                   PIC  X(76).
      *
       FD  RPT-DFAX-RECA
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
           COPY D05223W1.
      *
      *----------------------------------------------------------------*
      *    DATA DI ELABORAZIONE E REGISTRO CORSE (OP0001K0)
      *----------------------------------------------------------------*
           COPY OP0001W0.
       01  S4-PGM-REGISTRO               PIC  X(08)  VALUE 'OP0001K0'.
       01  S4-DATA-ELAB                  PIC  X(10)  VALUE SPACE.
       01  S4-ANNO                       PIC  9(04)  VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    RIGA DI RIEPILOGO IN LETTURA E TOTALI DELLA SEZIONE 1
      *----------------------------------------------------------------*
       01  S4-CATEGORIA                  PIC  9(02)  VALUE ZERO.
       01  S4-CANALE                     PIC  X(01)  VALUE SPACE.
       01  S4-TIPO-REC                   PIC  X(01)  VALUE SPACE.
       01  S4-VDR                        PIC  9(07)  VALUE ZERO.
       01  S4-NOMMAG                     PIC  X(30)  VALUE SPACE.
       01  S4-TIPO-RIF                   PIC  X(01)  VALUE SPACE.
       01  S4-FLUSSO                     PIC  X(04)  VALUE SPACE.
       01  S4-RICEVUTI                   PIC S9(07)  COMP-3 VALUE ZERO.
       01  S4-ACCOLTI                    PIC S9(07)  COMP-3 VALUE ZERO.
       01  S4-PARZIALI                   PIC S9(07)  COMP-3 VALUE ZERO.
       01  S4-RESPINTI                   PIC S9(07)  COMP-3 VALUE ZERO.
       01  S4-APERTI                     PIC S9(07)  COMP-3 VALUE ZERO.
       01  S4-TARDIVI                    PIC S9(07)  COMP-3 VALUE ZERO.
       01  S4-GG-RISPOSTA                PIC S9(09)  COMP-3 VALUE ZERO.
       01  S4-CHIUSI                     PIC S9(07)  COMP-3 VALUE ZERO.
       01  S4-MEDIA                      PIC S9(05)V9 COMP-3 VALUE ZERO.
      *
       01  S4-TOT-RICEVUTI               PIC S9(07)  COMP-3 VALUE ZERO.
       01  S4-TOT-ACCOLTI                PIC S9(07)  COMP-3 VALUE ZERO.
       01  S4-TOT-PARZIALI               PIC S9(07)  COMP-3 VALUE ZERO.
       01  S4-TOT-RESPINTI               PIC S9(07)  COMP-3 VALUE ZERO.
       01  S4-TOT-APERTI                 PIC S9(07)  COMP-3 VALUE ZERO.
       01  S4-TOT-TARDIVI                PIC S9(07)  COMP-3 VALUE ZERO.
       01  S4-TOT-GG-RISPOSTA            PIC S9(09)  COMP-3 VALUE ZERO.
       01  S4-TOT-CHIUSI                 PIC S9(07)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    DEALER STAMPATI AL MASSIMO NELLA SEZIONE 3
      *----------------------------------------------------------------*
       01  S4-MAX-DEALER                 PIC S9(05)  COMP-3 VALUE 50.
       01  S4-NUM-DEALER                 PIC S9(05)  COMP-3 VALUE ZERO.
      *
       01  SW-FINE-RIGHE                 PIC  X(01)  VALUE 'N'.
           88  FINE-RIGHE                            VALUE 'S'.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                PIC  X(36)  VALUE
               'DFAX - RENDICONTO RECLAMI DELL''ANNO '.
           02  W-T1-ANNO             PIC  9(04).
           02  FILLER                PIC  X(17)  VALUE
               '  ELABORATO IL   '.
           02  W-T1-DATA             PIC  X(10).
           02  FILLER                PIC  X(65)  VALUE SPACE.
      *
       01  W-RIGA-DOPPIA             PIC  X(132) VALUE
           'ATTENZIONE: CORSA GIA'' ANDATA OK PER QUESTA DATA'.
      *
       01  W-RIGA-SEZ-CAT            PIC  X(132) VALUE
           '1) RECLAMI PER CATEGORIA ED ESITO'.
       01  W-RIGA-SEZ-CAN            PIC  X(132) VALUE
           '2) RECLAMI PER CANALE DI ARRIVO E TIPO DI RECLAMANTE'.
       01  W-RIGA-SEZ-VDR            PIC  X(132) VALUE
           '3) RECLAMI PER DEALER (DA PRATICA O BONIFICO COLLEGATI)'.
       01  W-RIGA-SEZ-FLU            PIC  X(132) VALUE
           '4) RECLAMI PER FLUSSO DI ORIGINE'.
       01  W-RIGA-NESSUNO            PIC  X(132) VALUE
           'NESSUN RECLAMO RICEVUTO NELL''ANNO'.
      *
       01  W-RIGA-INTEST-CAT.
           02  FILLER                PIC  X(34)  VALUE
               'CAT DESCRIZIONE'.
           02  FILLER                PIC  X(45)  VALUE
               ' RICEVUTI  ACCOLTI PARZIALI RESPINTI   APERTI'.
           02  FILLER                PIC  X(53)  VALUE
               '    OLTRE 60   GG MEDI'.
       01  W-RIGA-CAT.
           02  W-CAT-CODICE          PIC  9(02).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-CAT-DESCRIZIONE     PIC  X(30).
           02  W-CAT-RICEVUTI        PIC  Z.ZZZ.ZZ9.
           02  W-CAT-ACCOLTI         PIC  Z.ZZZ.ZZ9.
           02  W-CAT-PARZIALI        PIC  Z.ZZZ.ZZ9.
           02  W-CAT-RESPINTI        PIC  Z.ZZZ.ZZ9.
           02  W-CAT-APERTI          PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(03)  VALUE SPACE.
           02  W-CAT-TARDIVI         PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-CAT-MEDIA           PIC  ZZ.ZZ9,9.
           02  FILLER                PIC  X(31)  VALUE SPACE.
      *
       01  W-RIGA-CAN.
           02  FILLER                PIC  X(08)  VALUE 'CANALE '.
           02  W-CAN-CANALE          PIC  X(10).
           02  FILLER                PIC  X(12)  VALUE
               ' RECLAMANTE '.
           02  W-CAN-TIPO-REC        PIC  X(08).
           02  FILLER                PIC  X(10)  VALUE
               ' RICEVUTI'.
           02  W-CAN-RICEVUTI        PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(75)  VALUE SPACE.
      *
       01  W-RIGA-VDR.
           02  FILLER                PIC  X(07)  VALUE 'DEALER '.
           02  W-VDR-VDR             PIC  9(07).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-VDR-NOMMAG          PIC  X(30).
           02  FILLER                PIC  X(10)  VALUE
               ' RICEVUTI'.
           02  W-VDR-RICEVUTI        PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(10)  VALUE
               '  ACCOLTI'.
           02  W-VDR-ACCOLTI         PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(09)  VALUE
               '  APERTI'.
           02  W-VDR-APERTI          PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(31)  VALUE SPACE.
       01  W-RIGA-VDR-ALTRI          PIC  X(132) VALUE
           'ALTRI DEALER CON RECLAMI NON ELENCATI'.
      *
       01  W-RIGA-FLU.
           02  W-FLU-TIPO-RIF        PIC  X(20).
           02  FILLER                PIC  X(08)  VALUE ' FLUSSO '.
           02  W-FLU-FLUSSO          PIC  X(04).
           02  FILLER                PIC  X(10)  VALUE
               ' RICEVUTI'.
           02  W-FLU-RICEVUTI        PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(10)  VALUE
               '  ACCOLTI'.
           02  W-FLU-ACCOLTI         PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(62)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    SEZIONE 1: UNA RIGA PER CATEGORIA. L'ESITO CONTA SOLO SUI
      *    CHIUSI, IL TEMPO DI RISPOSTA E' RICEZIONE -> CHIUSURA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-CAT CURSOR FOR
               SELECT  REC_CATEGORIA, COUNT(*),
                       SUM(CASE WHEN REC_STATO = 'C'
                                 AND REC_ESITO = 'A'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN REC_STATO = 'C'
                                 AND REC_ESITO = 'P'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN REC_STATO = 'C'
                                 AND REC_ESITO = 'R'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN REC_STATO <> 'C'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN REC_STATO = 'C'
                                 AND REC_DATA_CHIUS > REC_DATA_SCAD
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN REC_STATO = 'C'
                                THEN DAYS(REC_DATA_CHIUS)
                                   - DAYS(REC_DATA_RIC)
                                ELSE 0 END),
                       SUM(CASE WHEN REC_STATO = 'C'
                                THEN 1 ELSE 0 END)
                 FROM  T_DFAX_RECLAMI
                WHERE  YEAR(REC_DATA_RIC) = :S4-ANNO
                GROUP BY REC_CATEGORIA
                ORDER BY REC_CATEGORIA
           END-EXEC.
      *
           EXEC SQL DECLARE CURS-CAN CURSOR FOR
               SELECT  REC_CANALE, REC_TIPO_REC, COUNT(*)
                 FROM  T_DFAX_RECLAMI
                WHERE  YEAR(REC_DATA_RIC) = :S4-ANNO
                GROUP BY REC_CANALE, REC_TIPO_REC
                ORDER BY REC_CANALE, REC_TIPO_REC
           END-EXEC.
      *
           EXEC SQL DECLARE CURS-VDR CURSOR FOR
               SELECT  R.REC_VDR, COUNT(*),
                       SUM(CASE WHEN R.REC_STATO = 'C'
                                 AND R.REC_ESITO IN ('A', 'P')
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN R.REC_STATO <> 'C'
                                THEN 1 ELSE 0 END),
                       VALUE((SELECT MAX(V.TVDNOMMAG)
                                FROM TBVDVDR V
                               WHERE V.TVDAGR = R.REC_VDR), ' ')
                 FROM  T_DFAX_RECLAMI R
                WHERE  YEAR(R.REC_DATA_RIC) = :S4-ANNO
                  AND  R.REC_VDR > 0
                GROUP BY R.REC_VDR
                ORDER BY 2 DESC, 1
           END-EXEC.
      *
           EXEC SQL DECLARE CURS-FLU CURSOR FOR
               SELECT  REC_TIPO_RIF, REC_FLUSSO, COUNT(*),
                       SUM(CASE WHEN REC_STATO = 'C'
                                 AND REC_ESITO IN ('A', 'P')
                                THEN 1 ELSE 0 END)
                 FROM  T_DFAX_RECLAMI
                WHERE  YEAR(REC_DATA_RIC) = :S4-ANNO
                GROUP BY REC_TIPO_RIF, REC_FLUSSO
                ORDER BY 3 DESC, 1, 2
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-SEZ-CATEGORIE    THRU 2000-SEZ-CATEGORIE-X
           IF  S4-TOT-RICEVUTI > ZERO
           THEN
               PERFORM 3000-SEZ-CANALI   THRU 3000-SEZ-CANALI-X
               PERFORM 4000-SEZ-DEALER   THRU 4000-SEZ-DEALER-X
               PERFORM 5000-SEZ-FLUSSI   THRU 5000-SEZ-FLUSSI-X
           END-IF
           CLOSE RPT-DFAX-RECA
           MOVE 'F'                      TO OPK0-FUNZIONE
           MOVE 'OK'                     TO OPK0-ESITO-CORSA
           CALL S4-PGM-REGISTRO    USING OPK0-AREA
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           INITIALIZE OPK0-AREA
           MOVE 'I'                      TO OPK0-FUNZIONE
           MOVE 'D05223S4'               TO OPK0-PROGRAMMA
           CALL S4-PGM-REGISTRO    USING OPK0-AREA
           MOVE OPK0-DATA-ELAB           TO S4-DATA-ELAB
           MOVE S4-DATA-ELAB(1:4)        TO S4-ANNO
           SUBTRACT 1                    FROM S4-ANNO
           PERFORM 1100-LEGGI-PARAMETRI  THRU 1100-LEGGI-PARAMETRI-X
           OPEN OUTPUT RPT-DFAX-RECA
           MOVE S4-ANNO                  TO W-T1-ANNO
           MOVE S4-DATA-ELAB             TO W-T1-DATA
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           IF  OPK0-CORSA-DOPPIA
           THEN
               MOVE W-RIGA-DOPPIA        TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    ANNO DA PARRECA: FILE VUOTO O VALORE A ZERO LASCIANO
      *    L'ANNO PRECEDENTE
      *----------------------------------------------------------------*
       1100-LEGGI-PARAMETRI.
           OPEN INPUT  PAR-FILE
           READ PAR-FILE
               AT END
                  CLOSE PAR-FILE
                  GO TO 1100-LEGGI-PARAMETRI-X
           END-READ
           IF  PAR-ANNO IS NUMERIC
           AND PAR-ANNO > ZERO
           THEN
               MOVE PAR-ANNO             TO S4-ANNO
           END-IF
           CLOSE PAR-FILE.
      *----------------------------------------------------------------*
       1100-LEGGI-PARAMETRI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-SEZ-CATEGORIE: RIGHE PER CATEGORIA E RIGA DI TOTALE
      *----------------------------------------------------------------*
       2000-SEZ-CATEGORIE.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ-CAT           TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST-CAT        TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE 'N'                      TO SW-FINE-RIGHE
           EXEC SQL OPEN CURS-CAT END-EXEC
           PERFORM 2100-RIGA-CATEGORIA   THRU 2100-RIGA-CATEGORIA-X
                   UNTIL FINE-RIGHE
           EXEC SQL CLOSE CURS-CAT END-EXEC
           IF  S4-TOT-RICEVUTI = ZERO
           THEN
               MOVE W-RIGA-NESSUNO       TO RPT-RIGA
               WRITE RPT-RIGA
               GO TO 2000-SEZ-CATEGORIE-X
           END-IF
      *
           MOVE ZERO                     TO W-CAT-CODICE
           MOVE 'TOTALE'                 TO W-CAT-DESCRIZIONE
           MOVE S4-TOT-RICEVUTI          TO S4-RICEVUTI
           MOVE S4-TOT-ACCOLTI           TO S4-ACCOLTI
           MOVE S4-TOT-PARZIALI          TO S4-PARZIALI
           MOVE S4-TOT-RESPINTI          TO S4-RESPINTI
           MOVE S4-TOT-APERTI            TO S4-APERTI
           MOVE S4-TOT-TARDIVI           TO S4-TARDIVI
           MOVE S4-TOT-GG-RISPOSTA       TO S4-GG-RISPOSTA
           MOVE S4-TOT-CHIUSI            TO S4-CHIUSI
           PERFORM 2200-STAMPA-CATEGORIA THRU 2200-STAMPA-CATEGORIA-X.
      *----------------------------------------------------------------*
       2000-SEZ-CATEGORIE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2100-RIGA-CATEGORIA.
           EXEC SQL FETCH CURS-CAT
                    INTO :S4-CATEGORIA, :S4-RICEVUTI, :S4-ACCOLTI,
                         :S4-PARZIALI, :S4-RESPINTI, :S4-APERTI,
                         :S4-TARDIVI, :S4-GG-RISPOSTA, :S4-CHIUSI
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-RIGHE            TO TRUE
               GO TO 2100-RIGA-CATEGORIA-X
           END-IF
           ADD S4-RICEVUTI               TO S4-TOT-RICEVUTI
           ADD S4-ACCOLTI                TO S4-TOT-ACCOLTI
           ADD S4-PARZIALI               TO S4-TOT-PARZIALI
           ADD S4-RESPINTI               TO S4-TOT-RESPINTI
           ADD S4-APERTI                 TO S4-TOT-APERTI
           ADD S4-TARDIVI                TO S4-TOT-TARDIVI
           ADD S4-GG-RISPOSTA            TO S4-TOT-GG-RISPOSTA
           ADD S4-CHIUSI                 TO S4-TOT-CHIUSI
           MOVE S4-CATEGORIA             TO W-CAT-CODICE
           MOVE SPACE                    TO W-CAT-DESCRIZIONE
           IF  S4-CATEGORIA > ZERO
           AND S4-CATEGORIA NOT > REC-NUM-CATEGORIE
           THEN
               MOVE REC-DES-CATEGORIA(S4-CATEGORIA)
                                         TO W-CAT-DESCRIZIONE
           END-IF
           PERFORM 2200-STAMPA-CATEGORIA THRU 2200-STAMPA-CATEGORIA-X.
      *----------------------------------------------------------------*
       2100-RIGA-CATEGORIA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2200-STAMPA-CATEGORIA.
           MOVE S4-RICEVUTI              TO W-CAT-RICEVUTI
           MOVE S4-ACCOLTI               TO W-CAT-ACCOLTI
           MOVE S4-PARZIALI              TO W-CAT-PARZIALI
           MOVE S4-RESPINTI              TO W-CAT-RESPINTI
           MOVE S4-APERTI                TO W-CAT-APERTI
           MOVE S4-TARDIVI               TO W-CAT-TARDIVI
           MOVE ZERO                     TO S4-MEDIA
           IF  S4-CHIUSI > ZERO
           THEN
               COMPUTE S4-MEDIA ROUNDED = S4-GG-RISPOSTA / S4-CHIUSI
           END-IF
           MOVE S4-MEDIA                 TO W-CAT-MEDIA
           MOVE W-RIGA-CAT               TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2200-STAMPA-CATEGORIA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3000-SEZ-CANALI.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ-CAN           TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE 'N'                      TO SW-FINE-RIGHE
           EXEC SQL OPEN CURS-CAN END-EXEC
           PERFORM 3100-RIGA-CANALE      THRU 3100-RIGA-CANALE-X
                   UNTIL FINE-RIGHE
           EXEC SQL CLOSE CURS-CAN END-EXEC.
      *----------------------------------------------------------------*
       3000-SEZ-CANALI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3100-RIGA-CANALE.
           EXEC SQL FETCH CURS-CAN
                    INTO :S4-CANALE, :S4-TIPO-REC, :S4-RICEVUTI
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-RIGHE            TO TRUE
               GO TO 3100-RIGA-CANALE-X
           END-IF
           MOVE S4-CANALE                TO REC-CANALE
           EVALUATE TRUE
             WHEN REC-CANALE-LETTERA
                  MOVE 'LETTERA'         TO W-CAN-CANALE
             WHEN REC-CANALE-PEC
                  MOVE 'PEC'             TO W-CAN-CANALE
             WHEN REC-CANALE-FILIALE
                  MOVE 'FILIALE'         TO W-CAN-CANALE
             WHEN OTHER
                  MOVE S4-CANALE         TO W-CAN-CANALE
           END-EVALUATE
           MOVE S4-TIPO-REC              TO REC-TIPO-RECLAMANTE
           IF  REC-RECLAMANTE-DEALER
           THEN
               MOVE 'DEALER'             TO W-CAN-TIPO-REC
           ELSE
               MOVE 'CLIENTE'            TO W-CAN-TIPO-REC
           END-IF
           MOVE S4-RICEVUTI              TO W-CAN-RICEVUTI
           MOVE W-RIGA-CAN               TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       3100-RIGA-CANALE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-SEZ-DEALER: I PIU' RECLAMATI, FINO A S4-MAX-DEALER
      *----------------------------------------------------------------*
       4000-SEZ-DEALER.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ-VDR           TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE ZERO                     TO S4-NUM-DEALER
           MOVE 'N'                      TO SW-FINE-RIGHE
           EXEC SQL OPEN CURS-VDR END-EXEC
           PERFORM 4100-RIGA-DEALER      THRU 4100-RIGA-DEALER-X
                   UNTIL FINE-RIGHE
           EXEC SQL CLOSE CURS-VDR END-EXEC
           IF  S4-NUM-DEALER > S4-MAX-DEALER
           THEN
               MOVE W-RIGA-VDR-ALTRI     TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF.
      *----------------------------------------------------------------*
       4000-SEZ-DEALER-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4100-RIGA-DEALER.
           EXEC SQL FETCH CURS-VDR
                    INTO :S4-VDR, :S4-RICEVUTI, :S4-ACCOLTI,
                         :S4-APERTI, :S4-NOMMAG
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-RIGHE            TO TRUE
               GO TO 4100-RIGA-DEALER-X
           END-IF
           ADD 1                         TO S4-NUM-DEALER
           IF  S4-NUM-DEALER > S4-MAX-DEALER
           THEN
               SET FINE-RIGHE            TO TRUE
               GO TO 4100-RIGA-DEALER-X
           END-IF
           MOVE S4-VDR                   TO W-VDR-VDR
           MOVE S4-NOMMAG                TO W-VDR-NOMMAG
           MOVE S4-RICEVUTI              TO W-VDR-RICEVUTI
           MOVE S4-ACCOLTI               TO W-VDR-ACCOLTI
           MOVE S4-APERTI                TO W-VDR-APERTI
           MOVE W-RIGA-VDR               TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       4100-RIGA-DEALER-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5000-SEZ-FLUSSI.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-SEZ-FLU           TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE 'N'                      TO SW-FINE-RIGHE
           EXEC SQL OPEN CURS-FLU END-EXEC
           PERFORM 5100-RIGA-FLUSSO      THRU 5100-RIGA-FLUSSO-X
                   UNTIL FINE-RIGHE
           EXEC SQL CLOSE CURS-FLU END-EXEC.
      *----------------------------------------------------------------*
       5000-SEZ-FLUSSI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5100-RIGA-FLUSSO.
           EXEC SQL FETCH CURS-FLU
                    INTO :S4-TIPO-RIF, :S4-FLUSSO, :S4-RICEVUTI,
                         :S4-ACCOLTI
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-RIGHE            TO TRUE
               GO TO 5100-RIGA-FLUSSO-X
           END-IF
           MOVE S4-TIPO-RIF              TO REC-TIPO-RIF
           EVALUATE TRUE
             WHEN REC-RIF-PRATICA
                  MOVE 'PRATICA DFAX'    TO W-FLU-TIPO-RIF
             WHEN REC-RIF-BONIFICO
                  MOVE 'BONIFICO'        TO W-FLU-TIPO-RIF
             WHEN REC-RIF-CONTRATTO
                  MOVE 'CONTRATTO'       TO W-FLU-TIPO-RIF
             WHEN OTHER
                  MOVE 'NON COLLEGATO'   TO W-FLU-TIPO-RIF
           END-EVALUATE
           MOVE S4-FLUSSO                TO W-FLU-FLUSSO
           MOVE S4-RICEVUTI              TO W-FLU-RICEVUTI
           MOVE S4-ACCOLTI               TO W-FLU-ACCOLTI
           MOVE W-RIGA-FLU               TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       5100-RIGA-FLUSSO-X.
           EXIT.
      *
      ********************** EOM D05223S4 *******************************
