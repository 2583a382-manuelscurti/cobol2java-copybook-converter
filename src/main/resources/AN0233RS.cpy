      ******************************************************************
      *                        AN0233RS                                *
      *                                                                *
      *  PROCEDURA    : ANAGRAFE GENERALE - CARICAMENTO MASSIVO NDG    *
      *  DESCRIZIONE  : CARICA IN ANAGRAFE I CLIENTI DI UN PORTAFOGLIO *
      *                 ACQUISITO O DELLA CLIENTELA DI UNA RETE DEALER *
      *                 DAL FILE PREPARATO CARNDG (UN RECORD PER       *
      *                 PERSONA FISICA 'F' O GIURIDICA 'G', STESSI     *
      *                 DATI DELLA MANUTENZIONE AN1). OGNI RECORD:     *
      *                  - E' CONTROLLATO CON LE REGOLE DELLA AN1:     *
      *                    CODICE FISCALE RICALCOLATO DAI DATI DI      *
      *                    NASCITA (ALGORITMO DI AN0233K6/AN0233RA) O  *
      *                    PARTITA IVA, COMUNE/PROVINCIA/CAP SU        *
      *                    T_ANA_COMUNI (COME AN0233K5), NNCG IN CORSO *
      *                    DI VALIDITA' SU AN006012                    *
      *                  - E' CONFRONTATO CON GLI NDG ESISTENTI CON LE *
      *                    REGOLE DEI CANDIDATI DUPLICATI DI AN0233R6: *
      *                    STESSO CODICE FISCALE (PESO 100) O STESSA   *
      *                    DATA E COMUNE DI NASCITA CON COGNOME        *
      *                    FONETICAMENTE UGUALE (PESO 60)              *
      *                 I RECORD CORRETTI DIVENTANO NUOVI NDG (CON     *
      *                 ONBOARDING APERTO), I PROBABILI DUPLICATI SI   *
      *                 COLLEGANO ALL'NDG ESISTENTE, GLI ERRATI VANNO  *
      *                 SUL FILE DI RICICLO RICNDG CON CODICE E        *
      *                 DESCRIZIONE DELL'ERRORE: CORRETTO, SI          *
      *                 RICARICA COSI' COM'E'. IL REGISTRO             *
      *                 T_ANA_CARICO_NDG TIENE IL CODICE CLIENTE DI    *
      *                 PROVENIENZA: UN CODICE GIA' CARICATO NON SI    *
      *                 RICARICA. LA TABELLA DI MIGRAZIONE MAPNDG      *
      *                 (CODICE DI PROVENIENZA -> NDG) E' COMPLETA     *
      *                 ANCHE SUI RICARICAMENTI. RETURN-CODE 4 SE C'E' *
      *                 ALMENO UN RECORD DA RICICLARE                  *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ANAGRAFE           *
      *  INPUT        : CARNDG, T_ANA_NDG, T_ANA_FONETICA,             *
      *                 T_ANA_COMUNI, AN006012 (DB2)                   *
      *  OUTPUT       : T_ANA_NDG, T_ANA_FONETICA, T_ANA_CARICO_NDG,   *
      *                 RICICLO SU RICNDG, TABELLA DI MIGRAZIONE SU    *
      *                 MAPNDG, REPORT SU RPT-ANA-CARICO               *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - CARICAMENTO MASSIVO NDG CON          *
      *           CONTROLLO DUPLICATI E RICICLO DEGLI SCARTI           *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     AN0233RS.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT  SECTION.
       FILE-CONTROL.
           SELECT CAR-FILE          ASSIGN  TO  CARNDG
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RIC-FILE          ASSIGN  TO  RICNDG
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT MAP-FILE          ASSIGN  TO  MAPNDG
                  ORGANIZATION  IS  LINE SEQUENTIAL.
           SELECT RPT-ANA-CARICO    ASSIGN  TO  RPTANCAR
                  ORGANIZATION  IS  LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE  SECTION.
      *    CLIENTE DA CARICARE. CAR-ERRORE E' IMPOSTATO SOLO SUL FILE
      *    DI RICICLO E IGNORATO IN LETTURA
       FD  CAR-FILE
           RECORDING MODE IS F.
       01  CAR-RECORD.
           02  CAR-COD-ORIG             PIC  X(20).
           02  CAR-TIPO                 PIC  X(01).
               88  CAR-PERSONA-FISICA               VALUE 'F'.
               88  CAR-PERSONA-GIURIDICA            VALUE 'G'.
      *        COGNOME O RAGIONE SOCIALE
           02  CAR-COGN                 PIC  X(40).
           02  CAR-NOME                 PIC  X(40).
           02  CAR-SESSO                PIC  X(01).
      *        AAAAMMGG
           02  CAR-DT-NAS               PIC  X(08).
           02  CAR-COMU-NAS             PIC  X(50).
           02  CAR-CODFIS               PIC  X(16).
           02  CAR-COMU                 PIC  X(50).
           02  CAR-PROV                 PIC  X(02).
           02  CAR-CAP                  PIC  X(05).
           02  CAR-NNCG                 PIC  X(03).
           02  CAR-PAESE-RES            PIC  X(02).
           02  FILLER                   PIC  X(14).
           02  CAR-ERRORE.
               03  CAR-COD-ERR          PIC  X(04).
               03  CAR-DESC-ERR         PIC  X(44).
      *
       FD  RIC-FILE
           RECORDING MODE IS F.
       01  RIC-RECORD                   PIC  X(300).
      *
      *    TABELLA DI MIGRAZIONE: ESITO 'N' NUOVO NDG, 'D' COLLEGATO
      *    ALL'NDG ESISTENTE CON IL PESO DELLA REGOLA DI DUPLICATO
       FD  MAP-FILE
           RECORDING MODE IS F.
       01  MAP-RECORD.
           02  MAP-COD-ORIG             PIC  X(20).
           02  MAP-NDG                  PIC  9(12).
           02  MAP-ESITO                PIC  X(01).
           02  MAP-PESO                 PIC  9(03).
           02  FILLER                   PIC  X(44).
      *
       FD  RPT-ANA-CARICO
           RECORDING MODE IS F.
       01  RPT-RIGA                     PIC  X(132).
      *
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  RS-NDG                        PIC  9(12)  VALUE ZERO.
       01  RS-ESITO                      PIC  X(01)  VALUE SPACE.
       01  RS-PESO                       PIC S9(03)  COMP-3 VALUE ZERO.
       01  RS-DT-NAS                     PIC  9(08)  VALUE ZERO.
       01  FILLER REDEFINES RS-DT-NAS.
           03  RS-DT-NAS-AAAA            PIC  9(04).
           03  RS-DT-NAS-MM              PIC  9(02).
           03  RS-DT-NAS-GG              PIC  9(02).
       01  RS-OGGI                       PIC  9(08)  VALUE ZERO.
       01  RS-CAP                        PIC  9(05)  VALUE ZERO.
       01  RS-COM-PROV                   PIC  X(02)  VALUE SPACE.
       01  RS-CAP-DA                     PIC  9(05)  VALUE ZERO.
       01  RS-CAP-A                      PIC  9(05)  VALUE ZERO.
       01  RS-CONTA                      PIC S9(05)  COMP-3 VALUE ZERO.
       01  RS-SQLCODE                    PIC  -ZZZ9.
      *
       01  RS-COD-ERR                    PIC  X(04)  VALUE SPACE.
       01  RS-DESC-ERR                   PIC  X(44)  VALUE SPACE.
      *
       01  RS-MINUSCOLE                  PIC  X(26)  VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       01  RS-MAIUSCOLE                  PIC  X(26)  VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
       01  SW-FINE-CAR                   PIC  X(01)  VALUE 'N'.
           88  FINE-CAR                              VALUE 'S'.
      *
       01  RS-TOT-LETTI                  PIC S9(09)  COMP-3 VALUE ZERO.
       01  RS-TOT-NUOVI                  PIC S9(09)  COMP-3 VALUE ZERO.
       01  RS-TOT-DUPLICATI              PIC S9(09)  COMP-3 VALUE ZERO.
       01  RS-TOT-RICICLO                PIC S9(09)  COMP-3 VALUE ZERO.
       01  RS-TOT-GIA-CARICATI           PIC S9(09)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    AREE DI LAVORO DEL CALCOLO CODICE FISCALE (STESSE AREE IN
      *    AN0233K6 E AN0233RA: MODIFICARLI INSIEME)
      *----------------------------------------------------------------*
       01  CFC-COGN                      PIC  X(40)  VALUE SPACE.
       01  CFC-NOME                      PIC  X(40)  VALUE SPACE.
       01  CFC-DTNAS                     PIC  9(08)  VALUE ZERO.
       01  FILLER REDEFINES CFC-DTNAS.
           03  CFC-DTNAS-AAAA            PIC  9(04).
           03  FILLER REDEFINES CFC-DTNAS-AAAA.
               05  CFC-DTNAS-SS          PIC  9(02).
               05  CFC-DTNAS-AA          PIC  9(02).
           03  CFC-DTNAS-MM              PIC  9(02).
           03  CFC-DTNAS-GG              PIC  9(02).
       01  CFC-SESSO                     PIC  X(01)  VALUE SPACE.
       01  CFC-BELFIORE                  PIC  X(04)  VALUE SPACE.
       01  CFC-ATTESO                    PIC  X(16)  VALUE SPACE.
      *
       01  CFC-STRINGA                   PIC  X(40)  VALUE SPACE.
       01  CFC-CONSONANTI                PIC  X(40)  VALUE SPACE.
       01  CFC-VOCALI                    PIC  X(40)  VALUE SPACE.
       01  CFC-PARTE                     PIC  X(03)  VALUE SPACE.
       01  CFC-NUM-CONS                  PIC  9(02)  VALUE ZERO.
       01  CFC-NUM-VOC                   PIC  9(02)  VALUE ZERO.
       01  CFC-CARA                      PIC  X(01)  VALUE SPACE.
       01  CFC-GG-CF                     PIC  9(02)  VALUE ZERO.
       01  CFC-I                         PIC  9(02)  VALUE ZERO.
       01  CFC-J                         PIC  9(02)  VALUE ZERO.
       01  CFC-POS                       PIC  9(02)  VALUE ZERO.
       01  CFC-SOMMA                     PIC  9(04)  VALUE ZERO.
       01  CFC-RESTO                     PIC  9(02)  VALUE ZERO.
       01  CFC-QUOZ                      PIC  9(04)  VALUE ZERO.
       01  CFC-VALORE                    PIC  9(02)  VALUE ZERO.
      *
       01  CFC-ALFABETO                  PIC  X(36)  VALUE
           '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *----------------------------------------------------------------*
      *    VALORI DEI CARATTERI IN POSIZIONE DISPARI E PARI PER IL
      *    CARATTERE DI CONTROLLO (DM 12/03/1974), INDICIZZATI COME
      *    CFC-ALFABETO; IL RESTO MODULO 26 INDIVIDUA LA LETTERA
      *----------------------------------------------------------------*
       01  CFC-TAB-DISPARI               PIC  X(72)  VALUE
           '010005070913151719210100050709131517192102041820110306081214
      -    '161022252423'.
       01  FILLER REDEFINES CFC-TAB-DISPARI.
           03  CFC-VAL-DISPARI  OCCURS 36 PIC 9(02).
       01  CFC-TAB-PARI                  PIC  X(72)  VALUE
           '000102030405060708090001020304050607080910111213141516171819
      -    '202122232425'.
       01  FILLER REDEFINES CFC-TAB-PARI.
           03  CFC-VAL-PARI     OCCURS 36 PIC 9(02).
      *
      *----------------------------------------------------------------*
      *    AREE DI LAVORO DEL CALCOLO CHIAVE FONETICA (AN0233R5)
      *----------------------------------------------------------------*
       01  FON-COGN                      PIC  X(40)  VALUE SPACE.
       01  FON-CHIAVE                    PIC  X(08)  VALUE SPACE.
       01  FON-CARA                      PIC  X(01)  VALUE SPACE.
       01  FON-CLASSE                    PIC  X(01)  VALUE SPACE.
       01  FON-CLASSE-PREC               PIC  X(01)  VALUE SPACE.
       01  FON-I                         PIC  9(02)  VALUE ZERO.
       01  FON-J                         PIC  9(02)  VALUE ZERO.
      *
       01  W-RIGA-TESTATA1.
           02  FILLER                    PIC  X(44)  VALUE
               'ANAGRAFE - CARICAMENTO MASSIVO NDG -        '.
           02  W-T1-DATA                 PIC  X(10).
           02  FILLER                    PIC  X(78)  VALUE SPACE.
      *
       01  W-RIGA-TESTATA2.
           02  FILLER                    PIC  X(44)  VALUE
               'ESITO       CODICE ORIGINE                 N'.
           02  FILLER                    PIC  X(44)  VALUE
               'DG  PES  NOMINATIVO                ERR.  DES'.
           02  FILLER                    PIC  X(44)  VALUE
               'CRIZIONE ERRORE                             '.
      *
       01  W-RIGA-DETT.
           02  W-DETT-ESITO              PIC  X(10).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-COD-ORIG           PIC  X(20).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-NDG                PIC  Z(11)9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-PESO               PIC  ZZ9.
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-COGN               PIC  X(24).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-COD-ERR            PIC  X(04).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-DETT-DESC-ERR           PIC  X(44).
           02  FILLER                    PIC  X(03)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI1.
           02  FILLER                    PIC  X(20)  VALUE
               'RECORD LETTI:       '.
           02  W-TOT-LETTI               PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  NUOVI NDG:        '.
           02  W-TOT-NUOVI               PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  DUPLICATI:        '.
           02  W-TOT-DUPLICATI           PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(39)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI2.
           02  FILLER                    PIC  X(20)  VALUE
               'DA RICICLARE:       '.
           02  W-TOT-RICICLO             PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(20)  VALUE
               '  GIA'' CARICATI:    '.
           02  W-TOT-GIA-CARICATI        PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(70)  VALUE SPACE.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INIZIALIZZA      THRU 1000-INIZIALIZZA-X
           PERFORM 2000-RECORD           THRU 2000-RECORD-X
                   UNTIL FINE-CAR
           PERFORM 9000-FINALIZZA        THRU 9000-FINALIZZA-X
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1000-INIZIALIZZA.
           OPEN INPUT  CAR-FILE
           OPEN OUTPUT RIC-FILE
                       MAP-FILE
                       RPT-ANA-CARICO
           EXEC SQL
                VALUES CHAR(CURRENT DATE, ISO) INTO :W-T1-DATA
           END-EXEC
           MOVE W-T1-DATA(1:4)           TO RS-OGGI(1:4)
           MOVE W-T1-DATA(6:2)           TO RS-OGGI(5:2)
           MOVE W-T1-DATA(9:2)           TO RS-OGGI(7:2)
           MOVE W-RIGA-TESTATA1          TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE W-RIGA-TESTATA2          TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       1000-INIZIALIZZA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-RECORD: UN CLIENTE DEL FILE, UNA UNITA' DI LAVORO
      *----------------------------------------------------------------*
       2000-RECORD.
           READ CAR-FILE
               AT END
                  SET FINE-CAR           TO TRUE
                  GO TO 2000-RECORD-X
           END-READ
           ADD 1                         TO RS-TOT-LETTI
           MOVE SPACE                    TO CAR-ERRORE
                                            RS-COD-ERR RS-DESC-ERR
           MOVE ZERO                     TO RS-NDG RS-PESO
           INSPECT CAR-COGN     CONVERTING RS-MINUSCOLE TO RS-MAIUSCOLE
           INSPECT CAR-NOME     CONVERTING RS-MINUSCOLE TO RS-MAIUSCOLE
           INSPECT CAR-COMU-NAS CONVERTING RS-MINUSCOLE TO RS-MAIUSCOLE
           INSPECT CAR-CODFIS   CONVERTING RS-MINUSCOLE TO RS-MAIUSCOLE
           INSPECT CAR-COMU     CONVERTING RS-MINUSCOLE TO RS-MAIUSCOLE
           INSPECT CAR-PROV     CONVERTING RS-MINUSCOLE TO RS-MAIUSCOLE
      *
      *    CODICE DI PROVENIENZA GIA' CARICATO (RICARICAMENTO DI UN
      *    FILE GIA' ELABORATO IN PARTE): SOLO LA RIGA DI MIGRAZIONE
           IF  CAR-COD-ORIG NOT = SPACE
           THEN
               EXEC SQL SELECT CRN_NDG, CRN_ESITO, CRN_PESO
                          INTO :RS-NDG, :RS-ESITO, :RS-PESO
                          FROM T_ANA_CARICO_NDG
                         WHERE CRN_COD_ORIG = :CAR-COD-ORIG
               END-EXEC
               IF  SQLCODE = ZERO
               THEN
                   ADD 1                 TO RS-TOT-GIA-CARICATI
                   PERFORM 2950-MAPPA    THRU 2950-MAPPA-X
                   GO TO 2000-RECORD-X
               END-IF
           END-IF
      *
           PERFORM 2100-CONTROLLI        THRU 2100-CONTROLLI-X
           IF  RS-COD-ERR NOT = SPACE
           THEN
               PERFORM 2800-RICICLA      THRU 2800-RICICLA-X
               GO TO 2000-RECORD-X
           END-IF
      *
           PERFORM 2500-DUPLICATI        THRU 2500-DUPLICATI-X
           IF  RS-NDG NOT = ZERO
           THEN
               PERFORM 2700-COLLEGA      THRU 2700-COLLEGA-X
           ELSE
               PERFORM 2600-CREA-NDG     THRU 2600-CREA-NDG-X
           END-IF.
      *----------------------------------------------------------------*
       2000-RECORD-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-CONTROLLI: IL PRIMO ERRORE TROVATO MANDA IL RECORD AL
      *    RICICLO
      *----------------------------------------------------------------*
       2100-CONTROLLI.
           IF  CAR-COD-ORIG = SPACE
           OR  CAR-COGN = SPACE
           OR  CAR-CODFIS = SPACE
           OR  NOT (CAR-PERSONA-FISICA OR CAR-PERSONA-GIURIDICA)
           THEN
               MOVE 'E001'               TO RS-COD-ERR
               MOVE 'CODICE, TIPO, COGNOME O CF MANCANTI'
                                         TO RS-DESC-ERR
               GO TO 2100-CONTROLLI-X
           END-IF
           IF  CAR-PERSONA-FISICA
           THEN
               PERFORM 2150-DATI-NASCITA THRU 2150-DATI-NASCITA-X
               IF  RS-COD-ERR NOT = SPACE
               THEN
                   GO TO 2100-CONTROLLI-X
               END-IF
           END-IF
           PERFORM 2200-CODFIS           THRU 2200-CODFIS-X
           IF  RS-COD-ERR NOT = SPACE
           THEN
               GO TO 2100-CONTROLLI-X
           END-IF
           PERFORM 2300-INDIRIZZO        THRU 2300-INDIRIZZO-X
           IF  RS-COD-ERR NOT = SPACE
           THEN
               GO TO 2100-CONTROLLI-X
           END-IF
           PERFORM 2400-NNCG             THRU 2400-NNCG-X.
      *----------------------------------------------------------------*
       2100-CONTROLLI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2150-DATI-NASCITA.
           IF  CAR-NOME = SPACE
           OR  CAR-COMU-NAS = SPACE
           OR  (CAR-SESSO NOT = 'M' AND CAR-SESSO NOT = 'F')
           THEN
               MOVE 'E001'               TO RS-COD-ERR
               MOVE 'NOME, SESSO O COMUNE DI NASCITA MANCANTI'
                                         TO RS-DESC-ERR
               GO TO 2150-DATI-NASCITA-X
           END-IF
           IF  CAR-DT-NAS IS NOT NUMERIC
           THEN
               MOVE 'E002'               TO RS-COD-ERR
               MOVE 'DATA DI NASCITA NON VALIDA'
                                         TO RS-DESC-ERR
               GO TO 2150-DATI-NASCITA-X
           END-IF
           MOVE CAR-DT-NAS               TO RS-DT-NAS
           IF  RS-DT-NAS-AAAA < 1900
           OR  RS-DT-NAS-MM < 01 OR RS-DT-NAS-MM > 12
           OR  RS-DT-NAS-GG < 01 OR RS-DT-NAS-GG > 31
           OR  RS-DT-NAS > RS-OGGI
           THEN
               MOVE 'E002'               TO RS-COD-ERR
               MOVE 'DATA DI NASCITA NON VALIDA'
                                         TO RS-DESC-ERR
           END-IF.
      *----------------------------------------------------------------*
       2150-DATI-NASCITA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-CODFIS: PERSONA GIURIDICA = PARTITA IVA DI 11 CIFRE;
      *    PERSONA FISICA = CF RICALCOLATO DAI DATI DI NASCITA
      *----------------------------------------------------------------*
       2200-CODFIS.
           IF  CAR-PERSONA-GIURIDICA
           THEN
               MOVE ZERO                 TO RS-DT-NAS
               IF  CAR-CODFIS(1:11) IS NOT NUMERIC
               OR  CAR-CODFIS(12:5) NOT = SPACE
               THEN
                   MOVE 'E008'           TO RS-COD-ERR
                   MOVE 'PARTITA IVA NON VALIDA'
                                         TO RS-DESC-ERR
               END-IF
               GO TO 2200-CODFIS-X
           END-IF
      *
           MOVE SPACE                    TO CFC-BELFIORE
           EXEC SQL SELECT COM_BELFIORE
                      INTO :CFC-BELFIORE
                      FROM T_ANA_COMUNI
                     WHERE COM_COMUNE = :CAR-COMU-NAS
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 'E004'               TO RS-COD-ERR
               MOVE 'COMUNE DI NASCITA NON CENSITO'
                                         TO RS-DESC-ERR
               GO TO 2200-CODFIS-X
           END-IF
           MOVE CAR-COGN                 TO CFC-COGN
           MOVE CAR-NOME                 TO CFC-NOME
           MOVE RS-DT-NAS                TO CFC-DTNAS
           MOVE CAR-SESSO                TO CFC-SESSO
           PERFORM 5000-CALCOLA-CF       THRU 5000-CALCOLA-CF-X
           IF  CFC-ATTESO NOT = CAR-CODFIS
           THEN
               MOVE 'E003'               TO RS-COD-ERR
               MOVE 'CF INCOERENTE, ATTESO'
                                         TO RS-DESC-ERR
               MOVE CFC-ATTESO           TO RS-DESC-ERR(23:16)
           END-IF.
      *----------------------------------------------------------------*
       2200-CODFIS-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2300-INDIRIZZO: STESSE REGOLE DI AN0233K5 (PROVINCIA VUOTA
      *    = QUELLA DEL COMUNE); RESIDENTI ALL'ESTERO NON CONTROLLATI
      *----------------------------------------------------------------*
       2300-INDIRIZZO.
           IF  CAR-PAESE-RES NOT = SPACE
           AND CAR-PAESE-RES NOT = 'IT'
           THEN
               GO TO 2300-INDIRIZZO-X
           END-IF
           EXEC SQL SELECT COM_PROV, COM_CAP_DA, COM_CAP_A
                      INTO :RS-COM-PROV, :RS-CAP-DA, :RS-CAP-A
                      FROM T_ANA_COMUNI
                     WHERE COM_COMUNE = :CAR-COMU
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE 'E005'               TO RS-COD-ERR
               MOVE 'COMUNE DI RESIDENZA NON CENSITO'
                                         TO RS-DESC-ERR
               GO TO 2300-INDIRIZZO-X
           END-IF
           IF  CAR-PROV = SPACE
           THEN
               MOVE RS-COM-PROV          TO CAR-PROV
           END-IF
           MOVE ZERO                     TO RS-CAP
           IF  CAR-CAP IS NUMERIC
           THEN
               MOVE CAR-CAP              TO RS-CAP
           END-IF
           IF  CAR-PROV NOT = RS-COM-PROV
           OR  RS-CAP < RS-CAP-DA
           OR  RS-CAP > RS-CAP-A
           THEN
               MOVE 'E006'               TO RS-COD-ERR
               MOVE 'PROV/CAP INCOERENTI, CAP PROPOSTO'
                                         TO RS-DESC-ERR
               MOVE RS-CAP-DA            TO RS-DESC-ERR(35:5)
           END-IF.
      *----------------------------------------------------------------*
       2300-INDIRIZZO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2400-NNCG.
           MOVE ZERO                     TO RS-CONTA
           IF  CAR-NNCG NOT = SPACE
           THEN
               EXEC SQL SELECT COUNT(*)
                          INTO :RS-CONTA
                          FROM AN006012 A
                         WHERE A.NNCG = :CAR-NNCG
                           AND (A.DT_VAL_DA = 0
                            OR  A.DT_VAL_DA <= :RS-OGGI)
                           AND (A.DT_VAL_A  = 0
                            OR  A.DT_VAL_A  >= :RS-OGGI)
               END-EXEC
           END-IF
           IF  RS-CONTA = ZERO
           THEN
               MOVE 'E007'               TO RS-COD-ERR
               MOVE 'NNCG MANCANTE O NON IN VIGORE'
                                         TO RS-DESC-ERR
           END-IF.
      *----------------------------------------------------------------*
       2400-NNCG-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2500-DUPLICATI: REGOLE DI AN0233R6, NELLO STESSO ORDINE
      *----------------------------------------------------------------*
       2500-DUPLICATI.
           MOVE ZERO                     TO RS-NDG
           MOVE SPACE                    TO FON-CHIAVE
           EXEC SQL SELECT ANA_NDG
                      INTO :RS-NDG
                      FROM T_ANA_NDG
                     WHERE ANA_CODFIS = :CAR-CODFIS
                       AND COALESCE(ANA_STATO, ' ') <> 'M'
                     ORDER BY ANA_NDG
                     FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               MOVE 100                  TO RS-PESO
               GO TO 2500-DUPLICATI-X
           END-IF
           MOVE ZERO                     TO RS-NDG
           IF  CAR-PERSONA-GIURIDICA
           THEN
               GO TO 2500-DUPLICATI-X
           END-IF
      *
           MOVE CAR-COGN                 TO FON-COGN
           PERFORM 6000-CALCOLA-CHIAVE   THRU 6000-CALCOLA-CHIAVE-X
           EXEC SQL SELECT ANA.ANA_NDG
                      INTO :RS-NDG
                      FROM T_ANA_NDG ANA, T_ANA_FONETICA FON
                     WHERE ANA.ANA_DT_NAS   = :RS-DT-NAS
                       AND ANA.ANA_COMU_NAS = :CAR-COMU-NAS
                       AND COALESCE(ANA.ANA_STATO, ' ') <> 'M'
                       AND FON.FON_NDG      = ANA.ANA_NDG
                       AND FON.FON_CHIAVE   = :FON-CHIAVE
                     ORDER BY ANA.ANA_NDG
                     FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               MOVE 60                   TO RS-PESO
           ELSE
               MOVE ZERO                 TO RS-NDG
           END-IF.
      *----------------------------------------------------------------*
       2500-DUPLICATI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2600-CREA-NDG: NUOVO NDG CON ONBOARDING APERTO (IL CLIENTE
      *    VA IDENTIFICATO DALLA BANCA) E CHIAVE FONETICA SUBITO, PER
      *    RICONOSCERE I DOPPIONI ALL'INTERNO DELLO STESSO FILE
      *----------------------------------------------------------------*
       2600-CREA-NDG.
           EXEC SQL SELECT NEXT VALUE FOR S_ANA_NDG
                      INTO :RS-NDG
                      FROM T_GEN_SOCI
                     WHERE SOCI_CODSOC = 100
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               EXEC SQL INSERT INTO T_ANA_NDG
                               (ANA_NDG
                               ,ANA_COGN
                               ,ANA_NOME
                               ,ANA_SESSO
                               ,ANA_DT_NAS
                               ,ANA_COMU_NAS
                               ,ANA_CODFIS
                               ,ANA_COMU
                               ,ANA_PROV
                               ,ANA_CAP
                               ,ANA_NNCG
                               ,ANA_PAESE_RES
                               ,ANA_STATO
                               ,ANA_ONBOARDING
                               ,ANA_DT_ONBOARDING
                               ,ANA_DECEDUTO
                               ,ANA_PEP)
                        VALUES (:RS-NDG
                               ,:CAR-COGN
                               ,:CAR-NOME
                               ,:CAR-SESSO
                               ,:RS-DT-NAS
                               ,:CAR-COMU-NAS
                               ,:CAR-CODFIS
                               ,:CAR-COMU
                               ,:CAR-PROV
                               ,:CAR-CAP
                               ,:CAR-NNCG
                               ,COALESCE(NULLIF(:CAR-PAESE-RES, ' '),
                                         'IT')
                               ,'A'
                               ,'S'
                               ,CURRENT DATE
                               ,'N'
                               ,'N')
               END-EXEC
           END-IF
           IF  SQLCODE = ZERO
           AND FON-CHIAVE NOT = SPACE
           THEN
               EXEC SQL INSERT  INTO T_ANA_FONETICA
                                (FON_NDG
                                ,FON_CHIAVE)
                        VALUES (:RS-NDG
                               ,:FON-CHIAVE)
               END-EXEC
           END-IF
           IF  SQLCODE = ZERO
           THEN
               MOVE 'N'                  TO RS-ESITO
               PERFORM 2900-REGISTRA     THRU 2900-REGISTRA-X
           END-IF
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE SQLCODE              TO RS-SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'E009'               TO RS-COD-ERR
               MOVE 'ERRORE DB2 IN CREAZIONE NDG, SQLCODE'
                                         TO RS-DESC-ERR
               MOVE RS-SQLCODE           TO RS-DESC-ERR(38:5)
               MOVE ZERO                 TO RS-NDG
               PERFORM 2800-RICICLA      THRU 2800-RICICLA-X
               GO TO 2600-CREA-NDG-X
           END-IF
           EXEC SQL COMMIT END-EXEC
           ADD 1                         TO RS-TOT-NUOVI
           PERFORM 2950-MAPPA            THRU 2950-MAPPA-X.
      *----------------------------------------------------------------*
       2600-CREA-NDG-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2700-COLLEGA: PROBABILE DUPLICATO, NESSUN NUOVO NDG; IL
      *    CODICE DI PROVENIENZA PUNTA ALL'NDG ESISTENTE
      *----------------------------------------------------------------*
       2700-COLLEGA.
           MOVE 'D'                      TO RS-ESITO
           PERFORM 2900-REGISTRA         THRU 2900-REGISTRA-X
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE SQLCODE              TO RS-SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'E009'               TO RS-COD-ERR
               MOVE 'ERRORE DB2 IN COLLEGAMENTO NDG, SQLCODE'
                                         TO RS-DESC-ERR
               MOVE RS-SQLCODE           TO RS-DESC-ERR(40:5)
               PERFORM 2800-RICICLA      THRU 2800-RICICLA-X
               GO TO 2700-COLLEGA-X
           END-IF
           EXEC SQL COMMIT END-EXEC
           ADD 1                         TO RS-TOT-DUPLICATI
           PERFORM 2950-MAPPA            THRU 2950-MAPPA-X
           MOVE 'DUPLICATO'              TO W-DETT-ESITO
           PERFORM 2990-STAMPA           THRU 2990-STAMPA-X.
      *----------------------------------------------------------------*
       2700-COLLEGA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2800-RICICLA.
           MOVE RS-COD-ERR               TO CAR-COD-ERR
           MOVE RS-DESC-ERR              TO CAR-DESC-ERR
           WRITE RIC-RECORD              FROM CAR-RECORD
           ADD 1                         TO RS-TOT-RICICLO
           MOVE 'RICICLO'                TO W-DETT-ESITO
           PERFORM 2990-STAMPA           THRU 2990-STAMPA-X.
      *----------------------------------------------------------------*
       2800-RICICLA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2900-REGISTRA.
           EXEC SQL INSERT  INTO T_ANA_CARICO_NDG
                            (CRN_COD_ORIG
                            ,CRN_NDG
                            ,CRN_ESITO
                            ,CRN_PESO
                            ,CRN_DATA_INS)
                    VALUES (:CAR-COD-ORIG
                           ,:RS-NDG
                           ,:RS-ESITO
                           ,:RS-PESO
                           ,CURRENT TIMESTAMP)
           END-EXEC.
      *----------------------------------------------------------------*
       2900-REGISTRA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2950-MAPPA.
           MOVE SPACE                    TO MAP-RECORD
           MOVE CAR-COD-ORIG             TO MAP-COD-ORIG
           MOVE RS-NDG                   TO MAP-NDG
           MOVE RS-ESITO                 TO MAP-ESITO
           MOVE RS-PESO                  TO MAP-PESO
           WRITE MAP-RECORD.
      *----------------------------------------------------------------*
       2950-MAPPA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2990-STAMPA.
           MOVE CAR-COD-ORIG             TO W-DETT-COD-ORIG
           MOVE RS-NDG                   TO W-DETT-NDG
           MOVE RS-PESO                  TO W-DETT-PESO
           MOVE CAR-COGN                 TO W-DETT-COGN
           MOVE RS-COD-ERR               TO W-DETT-COD-ERR
           MOVE RS-DESC-ERR              TO W-DETT-DESC-ERR
           MOVE W-RIGA-DETT              TO RPT-RIGA
           WRITE RPT-RIGA.
      *----------------------------------------------------------------*
       2990-STAMPA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5000-CALCOLA-CF: CODICE FISCALE ATTESO DAI DATI ANAGRAFICI
      *    (DM 23/12/1976). STESSO ALGORITMO IN AN0233K6 E AN0233RA
      *----------------------------------------------------------------*
       5000-CALCOLA-CF.
           MOVE SPACE                    TO CFC-ATTESO
      *
      *    PARTE COGNOME: PRIME TRE CONSONANTI, POI VOCALI, POI X
           MOVE CFC-COGN                 TO CFC-STRINGA
           PERFORM 5100-SEPARA-LETTERE   THRU 5100-SEPARA-LETTERE-X
           PERFORM 5200-PARTE-COGNOME    THRU 5200-PARTE-COGNOME-X
           MOVE CFC-PARTE                TO CFC-ATTESO(1:3)
      *
      *    PARTE NOME: CON ALMENO 4 CONSONANTI SI PRENDONO LA PRIMA,
      *    LA TERZA E LA QUARTA; ALTRIMENTI COME IL COGNOME
           MOVE CFC-NOME                 TO CFC-STRINGA
           PERFORM 5100-SEPARA-LETTERE   THRU 5100-SEPARA-LETTERE-X
           IF  CFC-NUM-CONS > 3
           THEN
               MOVE CFC-CONSONANTI(1:1)  TO CFC-PARTE(1:1)
               MOVE CFC-CONSONANTI(3:1)  TO CFC-PARTE(2:1)
               MOVE CFC-CONSONANTI(4:1)  TO CFC-PARTE(3:1)
           ELSE
               PERFORM 5200-PARTE-COGNOME THRU 5200-PARTE-COGNOME-X
           END-IF
           MOVE CFC-PARTE                TO CFC-ATTESO(4:3)
      *
      *    ANNO, MESE, GIORNO (FEMMINE: GIORNO + 40)
           MOVE CFC-DTNAS-AA             TO CFC-ATTESO(7:2)
           EVALUATE CFC-DTNAS-MM
             WHEN 01 MOVE 'A' TO CFC-ATTESO(9:1)
             WHEN 02 MOVE 'B' TO CFC-ATTESO(9:1)
             WHEN 03 MOVE 'C' TO CFC-ATTESO(9:1)
             WHEN 04 MOVE 'D' TO CFC-ATTESO(9:1)
             WHEN 05 MOVE 'E' TO CFC-ATTESO(9:1)
             WHEN 06 MOVE 'H' TO CFC-ATTESO(9:1)
             WHEN 07 MOVE 'L' TO CFC-ATTESO(9:1)
             WHEN 08 MOVE 'M' TO CFC-ATTESO(9:1)
             WHEN 09 MOVE 'P' TO CFC-ATTESO(9:1)
             WHEN 10 MOVE 'R' TO CFC-ATTESO(9:1)
             WHEN 11 MOVE 'S' TO CFC-ATTESO(9:1)
             WHEN 12 MOVE 'T' TO CFC-ATTESO(9:1)
           END-EVALUATE
           MOVE CFC-DTNAS-GG             TO CFC-GG-CF
           IF  CFC-SESSO = 'F'
           THEN
               ADD 40                    TO CFC-GG-CF
           END-IF
           MOVE CFC-GG-CF                TO CFC-ATTESO(10:2)
      *
      *    CODICE CATASTALE E CARATTERE DI CONTROLLO
           MOVE CFC-BELFIORE             TO CFC-ATTESO(12:4)
           PERFORM 5300-CARATTERE-CTRL   THRU 5300-CARATTERE-CTRL-X.
      *----------------------------------------------------------------*
       5000-CALCOLA-CF-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5100-SEPARA-LETTERE.
           MOVE SPACE                    TO CFC-CONSONANTI CFC-VOCALI
           MOVE ZERO                     TO CFC-NUM-CONS CFC-NUM-VOC
           PERFORM 5110-CLASSIFICA       THRU 5110-CLASSIFICA-X
                   VARYING CFC-I FROM 1 BY 1
                   UNTIL CFC-I > 40.
      *----------------------------------------------------------------*
       5100-SEPARA-LETTERE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5110-CLASSIFICA.
           MOVE CFC-STRINGA(CFC-I:1)     TO CFC-CARA
           EVALUATE TRUE
             WHEN CFC-CARA = SPACE
               OR CFC-CARA = ''''
                  CONTINUE
             WHEN CFC-CARA = 'A' OR CFC-CARA = 'E' OR CFC-CARA = 'I'
               OR CFC-CARA = 'O' OR CFC-CARA = 'U'
                  ADD 1                  TO CFC-NUM-VOC
                  MOVE CFC-CARA          TO CFC-VOCALI(CFC-NUM-VOC:1)
             WHEN OTHER
                  ADD 1                  TO CFC-NUM-CONS
                  MOVE CFC-CARA          TO
                       CFC-CONSONANTI(CFC-NUM-CONS:1)
           END-EVALUATE.
      *----------------------------------------------------------------*
       5110-CLASSIFICA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5200-PARTE-COGNOME.
           MOVE 'XXX'                    TO CFC-PARTE
           MOVE ZERO                     TO CFC-J
           PERFORM 5210-PRENDI-CONS      THRU 5210-PRENDI-CONS-X
                   VARYING CFC-I FROM 1 BY 1
                   UNTIL CFC-I > CFC-NUM-CONS
                   OR    CFC-J > 2
           PERFORM 5220-PRENDI-VOC       THRU 5220-PRENDI-VOC-X
                   VARYING CFC-I FROM 1 BY 1
                   UNTIL CFC-I > CFC-NUM-VOC
                   OR    CFC-J > 2.
      *----------------------------------------------------------------*
       5200-PARTE-COGNOME-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5210-PRENDI-CONS.
           ADD 1                         TO CFC-J
           MOVE CFC-CONSONANTI(CFC-I:1)  TO CFC-PARTE(CFC-J:1).
      *----------------------------------------------------------------*
       5210-PRENDI-CONS-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5220-PRENDI-VOC.
           ADD 1                         TO CFC-J
           MOVE CFC-VOCALI(CFC-I:1)      TO CFC-PARTE(CFC-J:1).
      *----------------------------------------------------------------*
       5220-PRENDI-VOC-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5300-CARATTERE-CTRL.
           MOVE ZERO                     TO CFC-SOMMA
           PERFORM 5310-SOMMA-CARA       THRU 5310-SOMMA-CARA-X
                   VARYING CFC-I FROM 1 BY 1
                   UNTIL CFC-I > 15
           DIVIDE CFC-SOMMA BY 26
                  GIVING CFC-QUOZ REMAINDER CFC-RESTO
           ADD 11                        TO CFC-RESTO
           MOVE CFC-ALFABETO(CFC-RESTO:1) TO CFC-ATTESO(16:1).
      *----------------------------------------------------------------*
       5300-CARATTERE-CTRL-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5310-SOMMA-CARA.
           MOVE CFC-ATTESO(CFC-I:1)      TO CFC-CARA
           MOVE ZERO                     TO CFC-POS
           INSPECT CFC-ALFABETO TALLYING CFC-POS
                   FOR CHARACTERS BEFORE INITIAL CFC-CARA
           ADD 1                         TO CFC-POS
           DIVIDE CFC-I BY 2
                  GIVING CFC-QUOZ REMAINDER CFC-VALORE
           IF  CFC-VALORE = 1
           THEN
               ADD CFC-VAL-DISPARI(CFC-POS) TO CFC-SOMMA
           ELSE
               ADD CFC-VAL-PARI(CFC-POS)    TO CFC-SOMMA
           END-IF.
      *----------------------------------------------------------------*
       5310-SOMMA-CARA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    6000-CALCOLA-CHIAVE: STESSO ALGORITMO DI AN0233R5 E
      *    AN0233K2: MODIFICARLI INSIEME
      *----------------------------------------------------------------*
       6000-CALCOLA-CHIAVE.
           MOVE SPACE                    TO FON-CHIAVE FON-CLASSE-PREC
           MOVE FON-COGN(1:1)            TO FON-CHIAVE(1:1)
           MOVE 2                        TO FON-J
           PERFORM 6100-CLASSIFICA-CARA  THRU 6100-CLASSIFICA-CARA-X
                   VARYING FON-I FROM 2 BY 1
                   UNTIL FON-I > 40
                   OR    FON-J > 8
                   OR    FON-COGN(FON-I:1) = SPACE.
      *----------------------------------------------------------------*
       6000-CALCOLA-CHIAVE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       6100-CLASSIFICA-CARA.
           MOVE FON-COGN(FON-I:1)        TO FON-CARA
           EVALUATE TRUE
             WHEN FON-CARA = 'B' OR FON-CARA = 'P'
                  MOVE '1'               TO FON-CLASSE
             WHEN FON-CARA = 'C' OR FON-CARA = 'G'
               OR FON-CARA = 'K' OR FON-CARA = 'Q'
                  MOVE '2'               TO FON-CLASSE
             WHEN FON-CARA = 'D' OR FON-CARA = 'T'
                  MOVE '3'               TO FON-CLASSE
             WHEN FON-CARA = 'F' OR FON-CARA = 'V'
                  MOVE '4'               TO FON-CLASSE
             WHEN FON-CARA = 'L'
                  MOVE '5'               TO FON-CLASSE
             WHEN FON-CARA = 'M' OR FON-CARA = 'N'
                  MOVE '6'               TO FON-CLASSE
             WHEN FON-CARA = 'R'
                  MOVE '7'               TO FON-CLASSE
             WHEN FON-CARA = 'S' OR FON-CARA = 'Z'
                  MOVE '8'               TO FON-CLASSE
             WHEN OTHER
                  MOVE SPACE             TO FON-CLASSE
           END-EVALUATE
           IF  FON-CLASSE NOT = SPACE
           AND FON-CLASSE NOT = FON-CLASSE-PREC
           THEN
               MOVE FON-CLASSE           TO FON-CHIAVE(FON-J:1)
               ADD 1                     TO FON-J
           END-IF
           MOVE FON-CLASSE               TO FON-CLASSE-PREC.
      *----------------------------------------------------------------*
       6100-CLASSIFICA-CARA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       9000-FINALIZZA.
           MOVE SPACE                    TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RS-TOT-LETTI             TO W-TOT-LETTI
           MOVE RS-TOT-NUOVI             TO W-TOT-NUOVI
           MOVE RS-TOT-DUPLICATI         TO W-TOT-DUPLICATI
           MOVE W-RIGA-TOTALI1           TO RPT-RIGA
           WRITE RPT-RIGA
           MOVE RS-TOT-RICICLO           TO W-TOT-RICICLO
           MOVE RS-TOT-GIA-CARICATI      TO W-TOT-GIA-CARICATI
           MOVE W-RIGA-TOTALI2           TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE CAR-FILE
                 RIC-FILE
                 MAP-FILE
                 RPT-ANA-CARICO
           IF  RS-TOT-RICICLO > ZERO
           THEN
               MOVE 4                    TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       9000-FINALIZZA-X.
           EXIT.
      *
      ********************** EOM AN0233RS *******************************
