      ******************************************************************
      *                        D05223RU                                *
      *                                                                *
      *  PROCEDURA    : DFAX A SERVIZI - CATENE DI RIFINANZIAMENTO     *
      *  DESCRIZIONE  : REPORT NOTTURNO CHE RICOSTRUISCE PER OGNI      *
      *                 CLIENTE (CODCLI) LA CATENA DEI RIFINANZIAMENTI *
      *                 DEGLI ULTIMI 24 MESI: PRATICHE ESITATE DA DFAX *
      *                 (T_DFAX_INVIO) CON IL FLAG RIFINANZIAMENTO DI  *
      *                 T_FIN_MAXI (TFXFL_RIFI). PER OGNI PASSO:       *
      *                  - RATA PRECEDENTE (TFXBMENS_OLD) E NUOVA RATA *
      *                  - IMPORTO FINANZIATO (ULTIMO IMP_IMPFIN DI    *
      *                    T_DFAX_IMP_LOG) E CRESCITA SUL PASSO PRIMA  *
      *                 CLIENTI RIFINANZIATI PIU' DELLE VOLTE AMMESSE  *
      *                 SEGNALATI CON '***'. IN CODA LA QUOTA DI       *
      *                 RIFINANZIAMENTI PER VDR, SEGNALATA QUANDO      *
      *                 SUPERA LA SOGLIA (SOLO VDR CON UN MINIMO DI    *
      *                 PRATICHE NEL PERIODO)                          *
      *                 PARAMETRI (PARRIFI, POSIZIONALI, ZERO = DEF.): *
      *                  01-02 MAX RIFINANZIAMENTI PER CLIENTE (2)     *
      *                  03-05 SOGLIA % RIFINANZIAMENTI VDR    (30)    *
      *                  06-10 MINIMO PRATICHE VDR             (20)    *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : PARRIFI (SOGLIE), T_FIN_MAXI, T_DFAX_INVIO,    *
      *                 T_DFAX_IMP_LOG (DB2)                           *
      *  OUTPUT       : REPORT SU RPT-DFAX-RIFI                        *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - CATENE DI RIFINANZIAMENTO PER        *
      *           CLIENTE E QUOTA RIFINANZIAMENTI PER VDR              *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223RU.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT PAR-FILE          ASSIGN  TO  PARRIFI
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-DFAX-RIFI     ASSIGN  TO  RPTDFRIF
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  PAR-FILE
           RECORDING MODE IS F.
       01  PAR-RECORD.
           02  PAR-MAX-RIFI             PIC  9(02).
           02  PAR-PERC-VDR             PIC  9(03).
           02  PAR-MIN-PRA-VDR          PIC  9(05).
           02  FILLER                   PIC  X(70).
      *
       FD  RPT-DFAX-RIFI
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
       01  RU-PGM-REGISTRO            PIC  X(08)  VALUE 'OP0001K0'.
       01  RU-DATA-ELAB               PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    SOGLIE (DA PARRIFI, CON I DEFAULT SE ASSENTI O A ZERO)
      *----------------------------------------------------------------*
       01  RU-MAX-RIFI                   PIC  9(02)  VALUE 2.
       01  RU-PERC-VDR                   PIC  9(03)  VALUE 30.
       01  RU-MIN-PRA-VDR                PIC  9(05)  VALUE 20.
      *
      *----------------------------------------------------------------*
      *    RIGA DEL CURSORE PRATICHE
      *----------------------------------------------------------------*
       01  RU-CODCLI                     PIC  9(14)  VALUE ZERO.
       01  RU-NUM-PRA                    PIC  9(14)  VALUE ZERO.
       01  RU-VDR                        PIC  9(07)  VALUE ZERO.
       01  RU-DATA-PRA                   PIC  X(10)  VALUE SPACE.
       01  RU-FL-RIFI                    PIC  X(01)  VALUE SPACE.
       01  RU-MENS-OLD                   PIC S9(07)V99 COMP-3
                                                     VALUE ZERO.
       01  RU-MENS-NEW                   PIC S9(07)V99 COMP-3
                                                     VALUE ZERO.
       01  RU-IMPFIN                     PIC S9(09)V99 COMP-3
                                                     VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    CATENA DEL CLIENTE IN CORSO: I PASSI VENGONO ACCUMULATI E
      *    STAMPATI ALLA ROTTURA DI CODCLI, QUANDO IL NUMERO DI
      *    RIFINANZIAMENTI (E QUINDI LA SEGNALAZIONE) E' NOTO
      *----------------------------------------------------------------*
       01  RU-MAX-PASSI                  PIC S9(04) COMP VALUE 50.
       01  RU-NUM-PASSI                  PIC S9(04) COMP VALUE ZERO.
       01  RU-I                          PIC S9(04) COMP VALUE ZERO.
       01  RU-CONTA-RIFI                 PIC S9(04) COMP VALUE ZERO.
       01  RU-TAB-CATENA.
           02  RU-PASSO OCCURS 50.
               03  RU-P-NUM-PRA          PIC  9(14).
               03  RU-P-VDR              PIC  9(07).
               03  RU-P-DATA             PIC  X(10).
               03  RU-P-FL-RIFI          PIC  X(01).
               03  RU-P-MENS-OLD         PIC S9(07)V99 COMP-3.
               03  RU-P-MENS-NEW         PIC S9(07)V99 COMP-3.
               03  RU-P-IMPFIN           PIC S9(09)V99 COMP-3.
       01  RU-CRESCITA                   PIC S9(09)V99 COMP-3
                                                     VALUE ZERO.
       01  RU-CRESCITA-TOT               PIC S9(09)V99 COMP-3
                                                     VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    QUOTA RIFINANZIAMENTI PER VDR
      *----------------------------------------------------------------*
       01  RU-VDR-PRATICHE               PIC S9(09)  COMP-3 VALUE ZERO.
       01  RU-VDR-RIFI                   PIC S9(09)  COMP-3 VALUE ZERO.
       01  RU-VDR-PERC                   PIC S9(03)V99 COMP-3
                                                     VALUE ZERO.
      *
       01  RU-CODCLI-PREC                PIC  9(14)  VALUE ZERO.
       01  SW-PRIMO-CLI                  PIC  X(01)  VALUE 'S'.
           88  PRIMO-CLI                             VALUE 'S'.
       01  SW-FINE-CURSORE               PIC  X(01)  VALUE 'N'.
           88  FINE-CURSORE                          VALUE 'S'.
       01  SW-FINE-VDR                   PIC  X(01)  VALUE 'N'.
           88  FINE-VDR                              VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    TOTALI GENERALI
      *----------------------------------------------------------------*
       01  RU-TOT-GEN.
           02  RU-TG-CLIENTI             PIC S9(07)  COMP-3.
           02  RU-TG-SEGNALATI           PIC S9(07)  COMP-3.
           02  RU-TG-RIFI                PIC S9(09)  COMP-3.
           02  RU-TG-TRONCATI            PIC S9(07)  COMP-3.
           02  RU-TG-VDR                 PIC S9(07)  COMP-3.
           02  RU-TG-VDR-SEGN            PIC S9(07)  COMP-3.
      *
       01  W-RIGA-DOPPIA                 PIC  X(132) VALUE
           'ATTENZIONE: CORSA GIA'' ANDATA OK PER QUESTA DATA'.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(52)  VALUE
               'DFAX - CATENE DI RIFINANZIAMENTO ULTIMI 24 MESI AL '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(70)  VALUE SPACE.
      *
       01  W-RIGA-SOGLIE.
           02  FILLER                    PIC  X(27)  VALUE
               'SOGLIE: MAX RIFINANZIAMENTI'.
           02  W-SG-MAX-RIFI             PIC  Z9.
           02  FILLER                    PIC  X(15)  VALUE
               ' - QUOTA VDR % '.
           02  W-SG-PERC-VDR             PIC  ZZ9.
           02  FILLER                    PIC  X(17)  VALUE
               ' - MIN PRATICHE '.
           02  W-SG-MIN-PRA              PIC  ZZZZ9.
           02  FILLER                    PIC  X(63)  VALUE SPACE.
      *
       01  W-RIGA-CLIENTE.
           02  W-CLI-SEGNALA             PIC  X(04).
           02  FILLER                    PIC  X(09)  VALUE 'CLIENTE: '.
           02  W-CLI-CODCLI              PIC  9(14).
           02  FILLER                    PIC  X(19)  VALUE
               ' RIFINANZIAMENTI: '.
           02  W-CLI-CONTA               PIC  ZZ9.
           02  FILLER                    PIC  X(22)  VALUE
               '  CRESCITA FINANZIATO:'.
           02  W-CLI-CRESCITA            PIC  ZZZ.ZZZ.ZZ9,99-.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-CLI-NOTA                PIC  X(30).
           02  FILLER                    PIC  X(14)  VALUE SPACE.
      *
       01  W-RIGA-TESTATA2.
           02  FILLER                    PIC  X(06)  VALUE SPACE.
           02  FILLER                    PIC  X(16)  VALUE 'PRATICA'.
           02  FILLER                    PIC  X(09)  VALUE 'VDR'.
           02  FILLER                    PIC  X(12)  VALUE 'DATA'.
           02  FILLER                    PIC  X(05)  VALUE 'RIFI'.
           02  FILLER                    PIC  X(14)  VALUE
               '   RATA PREC.'.
           02  FILLER                    PIC  X(14)  VALUE
               '   NUOVA RATA'.
           02  FILLER                    PIC  X(16)  VALUE
               '     FINANZIATO'.
           02  FILLER                    PIC  X(16)  VALUE
               '      CRESCITA'.
           02  FILLER                    PIC  X(24)  VALUE SPACE.
      *
       01  W-RIGA-PASSO.
           02  FILLER                    PIC  X(06)  VALUE SPACE.
           02  W-PS-NUM-PRA              PIC  9(14).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-PS-VDR                  PIC  9(07).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-PS-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(03)  VALUE SPACE.
           02  W-PS-FL-RIFI              PIC  X(01).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-PS-MENS-OLD             PIC  Z.ZZZ.ZZ9,99-.
           02  W-PS-MENS-NEW             PIC  Z.ZZZ.ZZ9,99-.
           02  W-PS-IMPFIN               PIC  ZZZ.ZZZ.ZZ9,99-.
           02  W-PS-CRESCITA             PIC  ZZZ.ZZZ.ZZ9,99-.
           02  FILLER                    PIC  X(29)  VALUE SPACE.
      *
       01  W-RIGA-TESTATA3.
           02  FILLER                    PIC  X(06)  VALUE SPACE.
           02  FILLER                    PIC  X(09)  VALUE 'VDR'.
           02  FILLER                    PIC  X(12)  VALUE '  PRATICHE'.
           02  FILLER                    PIC  X(12)  VALUE
               '   RIFINANZ'.
           02  FILLER                    PIC  X(10)  VALUE '   QUOTA %'.
           02  FILLER                    PIC  X(83)  VALUE SPACE.
      *
       01  W-RIGA-VDR.
           02  W-VD-SEGNALA              PIC  X(04).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-VD-VDR                  PIC  9(07).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-VD-PRATICHE             PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  W-VD-RIFI                 PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(03)  VALUE SPACE.
           02  W-VD-PERC                 PIC  ZZ9,99.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-VD-NOTA                 PIC  X(30).
           02  FILLER                    PIC  X(53)  VALUE SPACE.
      *
       01  W-RIGA-TOTALE.
           02  W-TOT-DESCR               PIC  X(40).
           02  W-TOT-VALORE              PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(81)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    PRATICHE DEGLI ULTIMI 24 MESI DEI CLIENTI CHE HANNO ALMENO
      *    UN RIFINANZIAMENTO, IN ORDINE DI CLIENTE E DATA: LA PRIMA
      *    PRATICA DELLA CATENA PUO' ESSERE ANCHE NON MAXI (NESSUNA
      *    RIGA SU T_FIN_MAXI). DATA E CLIENTE DAL PRIMO INVIO DELLA
      *    PRATICA, IMPORTI DALL'ULTIMA RIGA DI T_DFAX_IMP_LOG
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-CATENA CURSOR FOR
               SELECT  I.CODCLI, I.NUM_PRA, I.VDR,
                       CHAR(DATE(I.DATA_PRA)),
                       CASE WHEN F.TFXFL_RIFI IS NULL
                              OR F.TFXFL_RIFI IN (' ', 'N')
                            THEN ' '
                            ELSE 'S' END,
                       COALESCE(F.TFXBMENS_OLD, 0),
                       COALESCE(L.IMP_IMPMENS, 0),
                       COALESCE(L.IMP_IMPFIN, 0)
                 FROM  (SELECT INV_NUM_PRA        AS NUM_PRA,
                               MAX(INV_CODCLI)    AS CODCLI,
                               MAX(INV_VDR)       AS VDR,
                               MIN(INV_DATA_INS)  AS DATA_PRA
                          FROM T_DFAX_INVIO
                         GROUP BY INV_NUM_PRA) I
                 LEFT OUTER JOIN T_FIN_MAXI F
                   ON  F.TFXNUMPRA = I.NUM_PRA
                 LEFT OUTER JOIN T_DFAX_IMP_LOG L
                   ON  L.IMP_NUM_PRA = I.NUM_PRA
                  AND  L.IMP_DATA_INS =
                       (SELECT MAX(L2.IMP_DATA_INS)
                          FROM T_DFAX_IMP_LOG L2
                         WHERE L2.IMP_NUM_PRA = I.NUM_PRA)
                WHERE  I.DATA_PRA >= DATE(:RU-DATA-ELAB) - 24 MONTHS
                  AND  I.CODCLI IN
                       (SELECT V.INV_CODCLI
                          FROM T_DFAX_INVIO V, T_FIN_MAXI M
                         WHERE M.TFXNUMPRA = V.INV_NUM_PRA
                           AND M.TFXFL_RIFI NOT IN (' ', 'N')
                           AND V.INV_DATA_INS >=
                               DATE(:RU-DATA-ELAB) - 24 MONTHS)
                ORDER BY I.CODCLI, I.DATA_PRA, I.NUM_PRA
           END-EXEC.
      *
      *----------------------------------------------------------------*
      *    PRATICHE E RIFINANZIAMENTI PER VDR NEGLI ULTIMI 24 MESI
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-VDR CURSOR FOR
               SELECT  I.VDR, COUNT(*),
                       SUM(CASE WHEN F.TFXFL_RIFI IS NULL
                                  OR F.TFXFL_RIFI IN (' ', 'N')
                                THEN 0 ELSE 1 END)
                 FROM  (SELECT INV_NUM_PRA        AS NUM_PRA,
                               MAX(INV_VDR)       AS VDR,
                               MIN(INV_DATA_INS)  AS DATA_PRA
                          FROM T_DFAX_INVIO
                         GROUP BY INV_NUM_PRA) I
                 LEFT OUTER JOIN T_FIN_MAXI F
                   ON  F.TFXNUMPRA = I.NUM_PRA
                WHERE  I.DATA_PRA >= DATE(:RU-DATA-ELAB) - 24 MONTHS
                GROUP BY I.VDR
                ORDER BY I.VDR
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-ELABORA          THRU 2000-ELABORA-X
                   UNTIL FINE-CURSORE
           PERFORM 4000-QUOTA-VDR        THRU 4000-QUOTA-VDR-X
           PERFORM 5000-FINALIZZA        THRU 5000-FINALIZZA-X
           MOVE 'F'                      TO OPK0-FUNZIONE
           MOVE 'OK'                     TO OPK0-ESITO-CORSA
           CALL RU-PGM-REGISTRO    USING OPK0-AREA
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           INITIALIZE OPK0-AREA
           MOVE 'I'                      TO OPK0-FUNZIONE
           MOVE 'D05223RU'               TO OPK0-PROGRAMMA
           CALL RU-PGM-REGISTRO    USING OPK0-AREA
           MOVE OPK0-DATA-ELAB           TO RU-DATA-ELAB
           PERFORM 1100-LEGGI-PARAMETRI  THRU 1100-LEGGI-PARAMETRI-X
           OPEN OUTPUT RPT-DFAX-RIFI
           MOVE RU-DATA-ELAB             TO W-T1-DATA
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           IF  OPK0-CORSA-DOPPIA
           THEN
               MOVE W-RIGA-DOPPIA        TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF
           MOVE RU-MAX-RIFI              TO W-SG-MAX-RIFI
           MOVE RU-PERC-VDR              TO W-SG-PERC-VDR
           MOVE RU-MIN-PRA-VDR           TO W-SG-MIN-PRA
           MOVE W-RIGA-SOGLIE            TO RPT-RIGA
           WRITE RPT-RIGA
           INITIALIZE RU-TOT-GEN
           EXEC SQL OPEN CURS-CATENA END-EXEC.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    SOGLIE DA PARRIFI: FILE VUOTO O VALORI A ZERO LASCIANO
      *    I DEFAULT
      *----------------------------------------------------------------*
       1100-LEGGI-PARAMETRI.
           OPEN INPUT  PAR-FILE
           READ PAR-FILE
               AT END
                  CLOSE PAR-FILE
                  GO TO 1100-LEGGI-PARAMETRI-X
           END-READ
           IF  PAR-MAX-RIFI IS NUMERIC
           AND PAR-MAX-RIFI > ZERO
           THEN
               MOVE PAR-MAX-RIFI         TO RU-MAX-RIFI
           END-IF
           IF  PAR-PERC-VDR IS NUMERIC
           AND PAR-PERC-VDR > ZERO
           THEN
               MOVE PAR-PERC-VDR         TO RU-PERC-VDR
           END-IF
           IF  PAR-MIN-PRA-VDR IS NUMERIC
           AND PAR-MIN-PRA-VDR > ZERO
           THEN
               MOVE PAR-MIN-PRA-VDR      TO RU-MIN-PRA-VDR
           END-IF
           CLOSE PAR-FILE.
      *----------------------------------------------------------------*
       1100-LEGGI-PARAMETRI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2000-ELABORA.
           EXEC SQL FETCH CURS-CATENA
                    INTO :RU-CODCLI, :RU-NUM-PRA, :RU-VDR,
                         :RU-DATA-PRA, :RU-FL-RIFI,
                         :RU-MENS-OLD, :RU-MENS-NEW, :RU-IMPFIN
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-CURSORE          TO TRUE
               IF  NOT PRIMO-CLI
               THEN
                   PERFORM 2500-CHIUDI-CLIENTE
                      THRU 2500-CHIUDI-CLIENTE-X
               END-IF
               GO TO 2000-ELABORA-X
           END-IF
           IF  PRIMO-CLI
           OR  RU-CODCLI NOT = RU-CODCLI-PREC
           THEN
               IF  NOT PRIMO-CLI
               THEN
                   PERFORM 2500-CHIUDI-CLIENTE
                      THRU 2500-CHIUDI-CLIENTE-X
               END-IF
               MOVE 'N'                  TO SW-PRIMO-CLI
               MOVE RU-CODCLI            TO RU-CODCLI-PREC
               MOVE ZERO                 TO RU-NUM-PASSI
                                            RU-CONTA-RIFI
           END-IF
           PERFORM 2100-ACCODA-PASSO     THRU 2100-ACCODA-PASSO-X.
      *----------------------------------------------------------------*
       2000-ELABORA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    OLTRE I 50 PASSI LA CATENA VIENE TRONCATA IN STAMPA MA I
      *    RIFINANZIAMENTI CONTINUANO A ESSERE CONTATI
      *----------------------------------------------------------------*
       2100-ACCODA-PASSO.
           IF  RU-FL-RIFI = 'S'
           THEN
               ADD 1                     TO RU-CONTA-RIFI
           END-IF
           IF  RU-NUM-PASSI NOT < RU-MAX-PASSI
           THEN
               GO TO 2100-ACCODA-PASSO-X
           END-IF
           ADD 1                         TO RU-NUM-PASSI
           MOVE RU-NUM-PRA           TO RU-P-NUM-PRA  (RU-NUM-PASSI)
           MOVE RU-VDR               TO RU-P-VDR      (RU-NUM-PASSI)
           MOVE RU-DATA-PRA          TO RU-P-DATA     (RU-NUM-PASSI)
           MOVE RU-FL-RIFI           TO RU-P-FL-RIFI  (RU-NUM-PASSI)
           MOVE RU-MENS-OLD          TO RU-P-MENS-OLD (RU-NUM-PASSI)
           MOVE RU-MENS-NEW          TO RU-P-MENS-NEW (RU-NUM-PASSI)
           MOVE RU-IMPFIN            TO RU-P-IMPFIN   (RU-NUM-PASSI).
      *----------------------------------------------------------------*
       2100-ACCODA-PASSO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    ROTTURA DI CLIENTE: TESTATA CON CONTEGGIO E SEGNALAZIONE,
      *    POI I PASSI DELLA CATENA
      *----------------------------------------------------------------*
       2500-CHIUDI-CLIENTE.
           COMPUTE RU-CRESCITA-TOT =
                   RU-P-IMPFIN (RU-NUM-PASSI) - RU-P-IMPFIN (1)
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO W-CLI-SEGNALA W-CLI-NOTA
           IF  RU-CONTA-RIFI > RU-MAX-RIFI
           THEN
               MOVE '***'                TO W-CLI-SEGNALA
               MOVE 'OLTRE SOGLIA RIFINANZIAMENTI'
                                         TO W-CLI-NOTA
               ADD 1                     TO RU-TG-SEGNALATI
           END-IF
           MOVE RU-CODCLI-PREC           TO W-CLI-CODCLI
           MOVE RU-CONTA-RIFI            TO W-CLI-CONTA
           MOVE RU-CRESCITA-TOT          TO W-CLI-CRESCITA
           MOVE W-RIGA-CLIENTE           TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TESTATA2          TO RPT-RIGA
           WRITE RPT-RIGA
           PERFORM 2600-SCRIVI-PASSO     THRU 2600-SCRIVI-PASSO-X
                   VARYING RU-I FROM 1 BY 1
                   UNTIL RU-I > RU-NUM-PASSI
           IF  RU-NUM-PASSI NOT < RU-MAX-PASSI
           THEN
               MOVE '      ... CATENA TRONCATA IN STAMPA'
                                         TO RPT-RIGA
               WRITE RPT-RIGA
               ADD 1                     TO RU-TG-TRONCATI
           END-IF
           ADD 1                         TO RU-TG-CLIENTI
           ADD RU-CONTA-RIFI             TO RU-TG-RIFI.
      *----------------------------------------------------------------*
       2500-CHIUDI-CLIENTE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    LA CRESCITA E' SUL PASSO PRECEDENTE DELLA CATENA
      *----------------------------------------------------------------*
       2600-SCRIVI-PASSO.
           IF  RU-I = 1
           THEN
               MOVE ZERO                 TO RU-CRESCITA
           ELSE
               COMPUTE RU-CRESCITA = RU-P-IMPFIN (RU-I)
                                   - RU-P-IMPFIN (RU-I - 1)
           END-IF
           MOVE RU-P-NUM-PRA  (RU-I)     TO W-PS-NUM-PRA
           MOVE RU-P-VDR      (RU-I)     TO W-PS-VDR
           MOVE RU-P-DATA     (RU-I)     TO W-PS-DATA
           MOVE RU-P-FL-RIFI  (RU-I)     TO W-PS-FL-RIFI
           MOVE RU-P-MENS-OLD (RU-I)     TO W-PS-MENS-OLD
           MOVE RU-P-MENS-NEW (RU-I)     TO W-PS-MENS-NEW
           MOVE RU-P-IMPFIN   (RU-I)     TO W-PS-IMPFIN
           MOVE RU-CRESCITA              TO W-PS-CRESCITA
           MOVE W-RIGA-PASSO             TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2600-SCRIVI-PASSO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    QUOTA DI RIFINANZIAMENTI PER VDR: SEGNALATI I VDR CON
      *    ALMENO IL MINIMO DI PRATICHE E QUOTA OLTRE SOGLIA
      *----------------------------------------------------------------*
       4000-QUOTA-VDR.
           EXEC SQL CLOSE CURS-CATENA END-EXEC
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE 'QUOTA RIFINANZIAMENTI PER VDR'
                                         TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TESTATA3          TO RPT-RIGA
           WRITE RPT-RIGA
           EXEC SQL OPEN CURS-VDR END-EXEC
           PERFORM 4100-SCRIVI-VDR       THRU 4100-SCRIVI-VDR-X
                   UNTIL FINE-VDR
           EXEC SQL CLOSE CURS-VDR END-EXEC.
      *----------------------------------------------------------------*
       4000-QUOTA-VDR-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       4100-SCRIVI-VDR.
           EXEC SQL FETCH CURS-VDR
                    INTO :RU-VDR, :RU-VDR-PRATICHE, :RU-VDR-RIFI
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-VDR              TO TRUE
               GO TO 4100-SCRIVI-VDR-X
           END-IF
           IF  RU-VDR-RIFI = ZERO
           THEN
               GO TO 4100-SCRIVI-VDR-X
           END-IF
           COMPUTE RU-VDR-PERC ROUNDED =
                   RU-VDR-RIFI * 100 / RU-VDR-PRATICHE
           MOVE SPACE                    TO W-VD-SEGNALA W-VD-NOTA
           IF  RU-VDR-PRATICHE NOT < RU-MIN-PRA-VDR
           AND RU-VDR-PERC > RU-PERC-VDR
           THEN
               MOVE '***'                TO W-VD-SEGNALA
               MOVE 'QUOTA RIFINANZIAMENTI ANOMALA'
                                         TO W-VD-NOTA
               ADD 1                     TO RU-TG-VDR-SEGN
           END-IF
           MOVE RU-VDR                   TO W-VD-VDR
           MOVE RU-VDR-PRATICHE          TO W-VD-PRATICHE
           MOVE RU-VDR-RIFI              TO W-VD-RIFI
           MOVE RU-VDR-PERC              TO W-VD-PERC
           MOVE W-RIGA-VDR               TO RPT-RIGA
           WRITE RPT-RIGA
           ADD 1                         TO RU-TG-VDR.
      *----------------------------------------------------------------*
       4100-SCRIVI-VDR-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE 'TOTALE GENERALE'        TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE 'CLIENTI CON RIFINANZIAMENTI'
                                         TO W-TOT-DESCR
           MOVE RU-TG-CLIENTI            TO W-TOT-VALORE
           MOVE W-RIGA-TOTALE            TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE 'RIFINANZIAMENTI NEL PERIODO'
                                         TO W-TOT-DESCR
           MOVE RU-TG-RIFI               TO W-TOT-VALORE
           MOVE W-RIGA-TOTALE            TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE 'CLIENTI OLTRE SOGLIA'   TO W-TOT-DESCR
           MOVE RU-TG-SEGNALATI          TO W-TOT-VALORE
           MOVE W-RIGA-TOTALE            TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE 'CATENE TRONCATE IN STAMPA'
                                         TO W-TOT-DESCR
           MOVE RU-TG-TRONCATI           TO W-TOT-VALORE
           MOVE W-RIGA-TOTALE            TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE 'VDR CON RIFINANZIAMENTI'
                                         TO W-TOT-DESCR
           MOVE RU-TG-VDR                TO W-TOT-VALORE
           MOVE W-RIGA-TOTALE            TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE 'VDR CON QUOTA ANOMALA'  TO W-TOT-DESCR
           MOVE RU-TG-VDR-SEGN           TO W-TOT-VALORE
           MOVE W-RIGA-TOTALE            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RPT-DFAX-RIFI.
      *----------------------------------------------------------------*
       5000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM D05223RU *******************************
