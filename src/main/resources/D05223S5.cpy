      ******************************************************************
      *                        D05223S5                                *
      *                                                                *
      *  PROCEDURA    : DFAX A SERVIZI - DEROGHE NNCG/PRODOTTO         *
      *  DESCRIZIONE  : RENDICONTO MENSILE DELLE ECCEZIONI DI          *
      *                 AMMISSIBILITA' NNCG/PRODOTTO PASSATE IN        *
      *                 DEROGA: UNA RIGA PER OGNI PRATICA SCARTATA DA  *
      *                 D05223A0 (E017) CHE NEL MESE PRECEDENTE LA     *
      *                 DATA DI ELABORAZIONE E' PASSATA GRAZIE ALLA    *
      *                 DEROGA CONCESSA CON D05223IC (T_DFAX_NNCG_ECC  *
      *                 IN STATO 'U'), CON NATURA GIURIDICA, PRODOTTO, *
      *                 CHI HA CONCESSO LA DEROGA E PERCHE'. IN CODA I *
      *                 TOTALI DEL MESE: DEROGHE UTILIZZATE, SCARTI    *
      *                 SENZA DEROGA E DEROGHE CONCESSE NON ANCORA     *
      *                 UTILIZZATE                                     *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : T_DFAX_NNCG_ECC, AN006012 (DB2)                *
      *  OUTPUT       : RENDICONTO SU RPT-DFAX-NNCG                    *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - RENDICONTO MENSILE DELLE DEROGHE     *
      *           ALL'AMMISSIBILITA' NNCG/PRODOTTO                     *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223S5.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT RPT-DFAX-NNCG     ASSIGN  TO  RPTDFNCG
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
       FD  RPT-DFAX-NNCG
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
       01  S5-PGM-REGISTRO               PIC  X(08)  VALUE 'OP0001K0'.
       01  S5-DATA-ELAB                  PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    MESE DI RIFERIMENTO: DAL PRIMO GIORNO DEL MESE PRECEDENTE
      *    (COMPRESO) AL PRIMO GIORNO DEL MESE CORRENTE (ESCLUSO)
      *----------------------------------------------------------------*
       01  S5-MESE-DA                    PIC  X(10)  VALUE SPACE.
       01  S5-MESE-A                     PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    DEROGA IN LISTA
      *----------------------------------------------------------------*
       01  S5-NUM-PRA                    PIC  9(14)  VALUE ZERO.
       01  S5-VDR                        PIC  9(07)  VALUE ZERO.
       01  S5-CODCLI                     PIC  9(14)  VALUE ZERO.
       01  S5-NNCG                       PIC  X(03)  VALUE SPACE.
       01  S5-DESCR-NNCG                 PIC  X(60)  VALUE SPACE.
       01  S5-PRODOTTO                   PIC  X(03)  VALUE SPACE.
       01  S5-UTENTE-DER                 PIC  X(08)  VALUE SPACE.
       01  S5-DATA-DER                   PIC  X(10)  VALUE SPACE.
       01  S5-DATA-USO                   PIC  X(10)  VALUE SPACE.
       01  S5-MOTIVO-DER                 PIC  X(60)  VALUE SPACE.
      *
       01  SW-FINE-DER                   PIC  X(01)  VALUE 'N'.
           88  FINE-DER                              VALUE 'S'.
      *
       01  S5-TOT-USATE                  PIC S9(07)  COMP-3 VALUE ZERO.
       01  S5-TOT-SCARTATE               PIC S9(07)  COMP-3 VALUE ZERO.
       01  S5-TOT-CONCESSE               PIC S9(07)  COMP-3 VALUE ZERO.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                PIC  X(44)  VALUE
               'DFAX - DEROGHE NNCG/PRODOTTO UTILIZZATE DAL '.
           02  W-T1-DA               PIC  X(10).
           02  FILLER                PIC  X(04)  VALUE ' AL '.
           02  W-T1-A                PIC  X(10).
           02  FILLER                PIC  X(14)  VALUE
               ' (ESCLUSO) AL '.
           02  W-T1-DATA             PIC  X(10).
           02  FILLER                PIC  X(40)  VALUE SPACE.
      *
       01  W-RIGA-DOPPIA             PIC  X(132) VALUE
           'ATTENZIONE: CORSA GIA'' ANDATA OK PER QUESTA DATA'.
      *
       01  W-RIGA-INTEST.
           02  FILLER                PIC  X(38)  VALUE
               'PRATICA        DEALER  CLIENTE'.
           02  FILLER                PIC  X(36)  VALUE
               'NNCG DESCRIZIONE'.
           02  FILLER                PIC  X(34)  VALUE
               'PROD UTENTE   CONCESSA   USATA'.
           02  FILLER                PIC  X(24)  VALUE
               '  MOTIVO'.
      *
       01  W-RIGA-DETT.
           02  W-DET-NUM-PRA         PIC  9(14).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-DET-VDR             PIC  ZZZZZZ9.
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-DET-CODCLI          PIC  9(14).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-DET-NNCG            PIC  X(03).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DET-DESCR-NNCG      PIC  X(30).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-DET-PRODOTTO        PIC  X(03).
           02  FILLER                PIC  X(02)  VALUE SPACE.
           02  W-DET-UTENTE          PIC  X(08).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-DET-DATA-DER        PIC  X(10).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-DET-DATA-USO        PIC  X(10).
           02  FILLER                PIC  X(01)  VALUE SPACE.
           02  W-DET-MOTIVO          PIC  X(22).
      *
       01  W-RIGA-NESSUNA            PIC  X(132) VALUE
           'NESSUNA DEROGA NNCG/PRODOTTO UTILIZZATA NEL MESE'.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                PIC  X(24)  VALUE
               'DEROGHE UTILIZZATE:    '.
           02  W-TOT-USATE           PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(24)  VALUE
               '  SCARTI SENZA DEROGA: '.
           02  W-TOT-SCARTATE        PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(24)  VALUE
               '  CONCESSE NON USATE:  '.
           02  W-TOT-CONCESSE        PIC  Z.ZZZ.ZZ9.
           02  FILLER                PIC  X(33)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    DEROGHE UTILIZZATE NEL MESE, CON LA DESCRIZIONE DELLA
      *    NATURA GIURIDICA VALIDA ALLA DATA DELLA PRATICA
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-DER CURSOR FOR
               SELECT  E.ECC_NUM_PRA, E.ECC_VDR, E.ECC_CODCLI,
                       E.ECC_NNCG, VALUE(A.DESCR_NNCG, ' '),
                       E.ECC_PRODOTTO, E.ECC_UTENTE_DER,
                       CHAR(DATE(E.ECC_DATA_DER), ISO),
                       CHAR(DATE(E.ECC_DATA_USO), ISO),
                       E.ECC_MOTIVO_DER
                 FROM  T_DFAX_NNCG_ECC E
                 LEFT OUTER JOIN AN006012 A
                   ON  A.NNCG = E.ECC_NNCG
                  AND (A.DT_VAL_DA = 0 OR A.DT_VAL_DA <= E.ECC_DATA_RIF)
                  AND (A.DT_VAL_A  = 0 OR A.DT_VAL_A  >= E.ECC_DATA_RIF)
                WHERE  E.ECC_STATO = 'U'
                  AND  E.ECC_DATA_USO >= TIMESTAMP(DATE(:S5-MESE-DA))
                  AND  E.ECC_DATA_USO <  TIMESTAMP(DATE(:S5-MESE-A))
                ORDER BY E.ECC_NNCG, E.ECC_PRODOTTO, E.ECC_NUM_PRA
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           EXEC SQL OPEN CURS-DER END-EXEC
           PERFORM 2000-ELABORA-DEROGA   THRU 2000-ELABORA-DEROGA-X
                   UNTIL FINE-DER
           EXEC SQL CLOSE CURS-DER END-EXEC
           PERFORM 6000-FINALIZZA        THRU 6000-FINALIZZA-X
           MOVE 'F'                      TO OPK0-FUNZIONE
           MOVE 'OK'                     TO OPK0-ESITO-CORSA
           CALL S5-PGM-REGISTRO    USING OPK0-AREA
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           INITIALIZE OPK0-AREA
           MOVE 'I'                      TO OPK0-FUNZIONE
           MOVE 'D05223S5'               TO OPK0-PROGRAMMA
           CALL S5-PGM-REGISTRO    USING OPK0-AREA
           MOVE OPK0-DATA-ELAB           TO S5-DATA-ELAB
           EXEC SQL
                VALUES (CHAR(DATE(:S5-DATA-ELAB)
                             - (DAY(DATE(:S5-DATA-ELAB)) - 1) DAYS
                             - 1 MONTH, ISO),
                        CHAR(DATE(:S5-DATA-ELAB)
                             - (DAY(DATE(:S5-DATA-ELAB)) - 1) DAYS,
                             ISO))
                  INTO :S5-MESE-DA, :S5-MESE-A
           END-EXEC
           OPEN OUTPUT RPT-DFAX-NNCG
           MOVE S5-MESE-DA               TO W-T1-DA
           MOVE S5-MESE-A                TO W-T1-A
           MOVE S5-DATA-ELAB             TO W-T1-DATA
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           IF  OPK0-CORSA-DOPPIA
           THEN
               MOVE W-RIGA-DOPPIA        TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-INTEST            TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-ELABORA-DEROGA: UNA RIGA PER PRATICA PASSATA IN DEROGA
      *----------------------------------------------------------------*
       2000-ELABORA-DEROGA.
           EXEC SQL FETCH CURS-DER
                    INTO :S5-NUM-PRA, :S5-VDR, :S5-CODCLI, :S5-NNCG,
                         :S5-DESCR-NNCG, :S5-PRODOTTO, :S5-UTENTE-DER,
                         :S5-DATA-DER, :S5-DATA-USO, :S5-MOTIVO-DER
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-DER              TO TRUE
               GO TO 2000-ELABORA-DEROGA-X
           END-IF
           ADD 1                         TO S5-TOT-USATE
           MOVE S5-NUM-PRA               TO W-DET-NUM-PRA
           MOVE S5-VDR                   TO W-DET-VDR
           MOVE S5-CODCLI                TO W-DET-CODCLI
           MOVE S5-NNCG                  TO W-DET-NNCG
           MOVE S5-DESCR-NNCG            TO W-DET-DESCR-NNCG
           MOVE S5-PRODOTTO              TO W-DET-PRODOTTO
           MOVE S5-UTENTE-DER            TO W-DET-UTENTE
           MOVE S5-DATA-DER              TO W-DET-DATA-DER
           MOVE S5-DATA-USO              TO W-DET-DATA-USO
           MOVE S5-MOTIVO-DER            TO W-DET-MOTIVO
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2000-ELABORA-DEROGA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    6000-FINALIZZA: TOTALI DEL MESE. GLI SCARTI SENZA DEROGA E
      *    LE DEROGHE NON ANCORA USATE SONO QUELLI NATI NEL MESE
      *----------------------------------------------------------------*
       6000-FINALIZZA.
           MOVE ZERO                     TO S5-TOT-SCARTATE
                                            S5-TOT-CONCESSE
           EXEC SQL SELECT COUNT(*)
                      INTO :S5-TOT-SCARTATE
                      FROM T_DFAX_NNCG_ECC
                     WHERE ECC_STATO = 'S'
                       AND ECC_DATA_INS >= TIMESTAMP(DATE(:S5-MESE-DA))
                       AND ECC_DATA_INS <  TIMESTAMP(DATE(:S5-MESE-A))
           END-EXEC
           EXEC SQL SELECT COUNT(*)
                      INTO :S5-TOT-CONCESSE
                      FROM T_DFAX_NNCG_ECC
                     WHERE ECC_STATO = 'D'
                       AND ECC_DATA_DER >= TIMESTAMP(DATE(:S5-MESE-DA))
                       AND ECC_DATA_DER <  TIMESTAMP(DATE(:S5-MESE-A))
           END-EXEC
      *
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           IF  S5-TOT-USATE = ZERO
           THEN
               MOVE W-RIGA-NESSUNA       TO RPT-RIGA
               WRITE RPT-RIGA
           END-IF
           MOVE S5-TOT-USATE             TO W-TOT-USATE
           MOVE S5-TOT-SCARTATE          TO W-TOT-SCARTATE
           MOVE S5-TOT-CONCESSE          TO W-TOT-CONCESSE
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RPT-DFAX-NNCG.
      *----------------------------------------------------------------*
       6000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM D05223S5 *******************************
