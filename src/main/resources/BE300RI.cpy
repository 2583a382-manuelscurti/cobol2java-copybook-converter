      ******************************************************************
      *                        BE300RI                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - INTAKE MASSIVO PAIN.001     *
      *  DESCRIZIONE  : CARICA DIRETTAMENTE IN BE00TBMO I FILE DI      *
      *                 BONIFICI MASSIVI DELLA CLIENTELA CORPORATE     *
      *                 (PAIN.001 APPIATTITO A RECORD FISSI DAL        *
      *                 TRASPORTO). OGNI RIGA E' VALIDATA DA SOLA:     *
      *                 LE BUONE ENTRANO COME DISTINTA MULTIPLA        *
      *                 (TIPO_DIST 'P') NEL NORMALE ITER DI            *
      *                 AUTORIZZAZIONE, LE CATTIVE FINISCONO NEL       *
      *                 FILE DI RICICLO CON IL CODICE MOTIVO E NEL     *
      *                 REPORT: UN IBAN ERRATO NON RESPINGE PIU' UN    *
      *                 FILE DA 3000 PAGAMENTI. CONTROLLI: IBAN        *
      *                 BENEFICIARIO (MODULO 97 COME BE300R7),         *
      *                 IMPORTO POSITIVO, DIVISA, ANAGRAFICA, CIG/CUP  *
      *                 NELLA CAUSALE SE IL BENEFICIARIO E' UN CONTO   *
      *                 DEDICATO ALLA PUBBLICA AMMINISTRAZIONE         *
      *                 LE RIGHE NON SEPA (DIVISA DIVERSA DA EURO O    *
      *                 PAESE BENEFICIARIO FUORI AREA SEPA) ENTRANO    *
      *                 COME NATURA 'SWIFT' CON OPZIONE SPESE          *
      *                 SHA/OUR/BEN, CONTROVALORE IN EURO AL CAMBIO    *
      *                 DEL GIORNO (T_BE_CAMBI) E CORRISPONDENTE       *
      *                 SCELTO DA BE300KG; IL MESSAGGIO MT103 LO       *
      *                 PRODUCE BE300SA                                *
      *  CREAZIONE    : AGOSTO 2026                                    *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI           *
      *  INPUT        : FLUPAIN (PAIN.001 APPIATTITO), T_BE_CAMBI      *
      *  OUTPUT       : BE00TBMO, RICICLO SU RICPAIN, REPORT           *
      *                 RPT-BE300-PAIN                                 *
      *                                                                *
      ******************************************************************
      * MS220826  PRIMA STESURA - CARICAMENTO MASSIVO PAIN.001 CON     *
      *           RICICLO PER SINGOLA RIGA                             *
      * MS010926  COMMISSIONI E SPESE CALCOLATE DAL MOTORE CONDIZIONI  *
      *           BE300K7 AL CARICAMENTO (ORD_COMM_CALC/ORD_SP_OP_CAL) *
      * MS151026  CAUSALE DI PAGAMENTO (RMTINF) NEL TRACCIATO, IN      *
      *           OPE_NOTE_TEXT DOPO L'END-TO-END; CONTROLLO CIG/CUP   *
      *           CON BE300KE SUI CONTI DEDICATI (RICICLO 'CIGC')      *
      * MS151026  BONIFICI NON SEPA: OPZIONE SPESE, BIC E PAESE DEL    *
      *           BENEFICIARIO NEL TRACCIATO, CAMBIO, CORRISPONDENTE   *
      *           (BE300KG) E OPZIONE SPESE NEL MOTORE CONDIZIONI      *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300RI.
           02  PAI-DIVISA               PIC  X(03).
           02  PAI-VL-AD                PIC  9(08).
           02  FILLER                   PIC  X(01).
           02  PAI-RMT-INF              PIC  X(140).
      *        SOLO BONIFICI NON SEPA (CHRGBR, BIC E PAESE DEL CDTR)
           02  PAI-OPZ-SPESE            PIC  X(03).
           02  PAI-BEN-BIC              PIC  X(11).
           02  PAI-BEN-PAESE            PIC  X(02).
      *
       FD  RIC-PAIN
           RECORDING MODE IS F.
       01  RIC-RECORD.
           02  RIC-MOTIVO               PIC  X(04).
           02  FILLER                   PIC  X(01).
           02  RIC-DATI                 PIC  X(356).
      *
       FD  RPT-BE300-PAIN
           RECORDING MODE IS F.
       01  RI-MOTIVO                     PIC  X(04)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    BONIFICI NON SEPA: IMPORTO IN DIVISA (CENTESIMI), CAMBIO
      *    (EURO PER UNITA' DI DIVISA CON 6 DECIMALI, COME OPE_CAMBIO:
      *    IMPORTO = IMP-DIV * CAMBIO / 1000000) E PAESE BENEFICIARIO
      *----------------------------------------------------------------*
       01  RI-NATU-MOV                   PIC  X(05)  VALUE SPACE.
       01  RI-IMP-DIV                    PIC S9(18)  COMP-3 VALUE ZERO.
       01  RI-CAMBIO                     PIC S9(18)  COMP-3 VALUE ZERO.
       01  RI-DT-CAMBIO                  PIC  X(08)  VALUE SPACE.
       01  RI-DATA-CAMBIO                PIC  X(10)  VALUE SPACE.
       01  RI-OPZ-SPESE                  PIC  X(03)  VALUE SPACE.
       01  RI-BIC-TRAMITE                PIC  X(11)  VALUE SPACE.
       01  RI-PAESE                      PIC  X(02)  VALUE SPACE.
           88  RI-PAESE-SEPA             VALUE 'IT' 'FR' 'DE' 'ES' 'PT'
               'NL' 'BE' 'LU' 'AT' 'IE' 'FI' 'GR' 'SI' 'SK' 'EE' 'LV'
               'LT' 'MT' 'CY' 'HR' 'DK' 'SE' 'NO' 'PL' 'CZ' 'HU' 'RO'
               'BG' 'IS' 'LI' 'CH' 'GB' 'MC' 'SM' 'AD' 'VA'.
       01  SW-NON-SEPA                   PIC  X(01)  VALUE 'N'.
           88  RIGA-NON-SEPA                         VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    AREA DI CHIAMATA DELLA SCELTA DEL CORRISPONDENTE BE300KG
      *----------------------------------------------------------------*
       01  K30G-AREA.
           COPY BE300W03.
       01  RI-PGM-CORRISP                PIC  X(08)  VALUE 'BE300KG'.
      *
      *----------------------------------------------------------------*
      *    AREA DI CHIAMATA DEL MOTORE CONDIZIONI BE300K7: POPOLA
      *    ORD_COMM_CALC / ORD_SP_OP_CAL AL CARICAMENTO, COSI' IL
      *    REPORT DI LEAKAGE (BE300R5) CONFRONTA CONTRO UN CALCOLO
       01  K307-AREA.
           COPY BE300W02.
       01  RI-PGM-CONDIZIONI             PIC  X(08)  VALUE 'BE300K7'.
      *
      *----------------------------------------------------------------*
      *    AREA DI CHIAMATA DEL CONTROLLO CIG/CUP BE300KE: ALLO INTAKE
      *    GLI NDG NON SONO ANCORA NOTI, VALE IL CENSIMENTO DEI CONTI
      *    DEDICATI PER IBAN
      *----------------------------------------------------------------*
       01  RI-K30E-AREA.
           02  RI-K30E-FUNZIONE          PIC  X(01).
           02  RI-K30E-NUM-DIST          PIC S9(10)  COMP-3.
           02  RI-K30E-NUM-MOV           PIC S9(10)  COMP-3.
           02  RI-K30E-ORD-NDG           PIC  X(12).
           02  RI-K30E-BEN-NDG           PIC  X(12).
           02  RI-K30E-ORD-IBAN          PIC  X(34).
           02  RI-K30E-BEN-IBAN          PIC  X(34).
           02  RI-K30E-NOTE-TEXT         PIC  X(500).
           02  RI-K30E-ESITO             PIC  X(01).
               88  RI-K30E-INCOMPLETO                VALUE 'B'.
           02  RI-K30E-LATO-PA           PIC  X(01).
           02  RI-K30E-CIG               PIC  X(10).
           02  RI-K30E-CUP               PIC  X(15).
           02  RI-K30E-MOTIVO            PIC  X(03).
       01  RI-PGM-CIGCUP                 PIC  X(08)  VALUE 'BE300KE'.
      *
      *    END-TO-END IN TESTA (BE300RS E BE300S0 LO CERCANO LI'),
      *    CAUSALE DI PAGAMENTO DALLA POSIZIONE 37
       01  RI-NOTE-TEXT                  PIC  X(500) VALUE SPACE.
      *
       01  RI-TOT-LETTE                  PIC S9(07)  COMP-3 VALUE ZERO.
       01  RI-TOT-CARICATE               PIC S9(07)  COMP-3 VALUE ZERO.
               MOVE 'N'                  TO SW-RIGA-OK
               GO TO 2100-VALIDA-RIGA-X
           END-IF
      *
      *    NON SEPA: DIVISA DIVERSA DA EURO O PAESE FUORI AREA SEPA
           IF  PAI-BEN-PAESE NOT = SPACE
           THEN
               MOVE PAI-BEN-PAESE        TO RI-PAESE
           ELSE
               MOVE PAI-BEN-IBAN(1:2)    TO RI-PAESE
           END-IF
           IF  PAI-DIVISA NOT = 'EUR'
           OR  NOT RI-PAESE-SEPA
           THEN
               SET RIGA-NON-SEPA         TO TRUE
               PERFORM 2150-VALIDA-NON-SEPA
                  THRU 2150-VALIDA-NON-SEPA-X
               GO TO 2100-VALIDA-RIGA-X
           END-IF
           MOVE 'N'                      TO SW-NON-SEPA
      *
           MOVE PAI-BEN-IBAN             TO IBN-IBAN
           PERFORM 4000-CHECK-IBAN       THRU 4000-CHECK-IBAN-X
           IF  NOT IBAN-VALIDO
           THEN
               MOVE 'IBAN'               TO RI-MOTIVO
               MOVE 'N'                  TO SW-RIGA-OK
               GO TO 2100-VALIDA-RIGA-X
           END-IF
      *
           INITIALIZE RI-K30E-AREA
           MOVE 'A'                      TO RI-K30E-FUNZIONE
           MOVE PAI-ORD-IBAN             TO RI-K30E-ORD-IBAN
           MOVE PAI-BEN-IBAN             TO RI-K30E-BEN-IBAN
           MOVE PAI-RMT-INF              TO RI-K30E-NOTE-TEXT
           CALL RI-PGM-CIGCUP         USING RI-K30E-AREA
           IF  RI-K30E-INCOMPLETO
           THEN
               MOVE 'CIGC'               TO RI-MOTIVO
               MOVE 'N'                  TO SW-RIGA-OK
           END-IF.
      *----------------------------------------------------------------*
       2100-VALIDA-RIGA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2150-VALIDA-NON-SEPA: IL CONTO BENEFICIARIO PUO' NON ESSERE
      *    UN IBAN (SI CONTROLLA SOLO SE NE HA LA FORMA), IL BIC DELLA
      *    BANCA BENEFICIARIA E' OBBLIGATORIO, SERVONO UN'OPZIONE SPESE
      *    VALIDA (SPAZI = SHA), UN CAMBIO DEL GIORNO PER LE DIVISE
      *    DIVERSE DA EURO E UN CORRISPONDENTE PER DIVISA E PAESE
      *----------------------------------------------------------------*
       2150-VALIDA-NON-SEPA.
           IF  PAI-BEN-IBAN = SPACE
           THEN
               MOVE 'CONT'               TO RI-MOTIVO
               MOVE 'N'                  TO SW-RIGA-OK
               GO TO 2150-VALIDA-NON-SEPA-X
           END-IF
           IF  PAI-BEN-IBAN(1:2) IS ALPHABETIC
           AND PAI-BEN-IBAN(3:2) IS NUMERIC
           THEN
               MOVE PAI-BEN-IBAN         TO IBN-IBAN
               PERFORM 4000-CHECK-IBAN   THRU 4000-CHECK-IBAN-X
               IF  NOT IBAN-VALIDO
               THEN
                   MOVE 'IBAN'           TO RI-MOTIVO
                   MOVE 'N'              TO SW-RIGA-OK
                   GO TO 2150-VALIDA-NON-SEPA-X
               END-IF
           END-IF
           IF  PAI-BEN-BIC = SPACE
           THEN
               MOVE 'BICB'               TO RI-MOTIVO
               MOVE 'N'                  TO SW-RIGA-OK
               GO TO 2150-VALIDA-NON-SEPA-X
           END-IF
           MOVE PAI-OPZ-SPESE            TO RI-OPZ-SPESE
           IF  RI-OPZ-SPESE = SPACE
           THEN
               MOVE 'SHA'                TO RI-OPZ-SPESE
           END-IF
           IF  RI-OPZ-SPESE NOT = 'SHA' AND 'OUR' AND 'BEN'
           THEN
               MOVE 'CHRG'               TO RI-MOTIVO
               MOVE 'N'                  TO SW-RIGA-OK
               GO TO 2150-VALIDA-NON-SEPA-X
           END-IF
      *
           MOVE 1000000                  TO RI-CAMBIO
           MOVE SPACE                    TO RI-DT-CAMBIO
           IF  PAI-DIVISA NOT = 'EUR'
           THEN
               EXEC SQL SELECT CAM_CAMBIO, CHAR(CAM_DATA, ISO)
                          INTO :RI-CAMBIO, :RI-DATA-CAMBIO
                          FROM T_BE_CAMBI
                         WHERE CAM_DIVISA = :PAI-DIVISA
                           AND CAM_DATA   =
                              (SELECT MAX(CAM_DATA)
                                 FROM T_BE_CAMBI
                                WHERE CAM_DIVISA = :PAI-DIVISA
                                  AND CAM_DATA  <= CURRENT DATE)
               END-EXEC
               IF  SQLCODE NOT = ZERO OR RI-CAMBIO NOT > ZERO
               THEN
                   MOVE 'CAMB'           TO RI-MOTIVO
                   MOVE 'N'              TO SW-RIGA-OK
                   GO TO 2150-VALIDA-NON-SEPA-X
               END-IF
               MOVE RI-DATA-CAMBIO(1:4)  TO RI-DT-CAMBIO(1:4)
               MOVE RI-DATA-CAMBIO(6:2)  TO RI-DT-CAMBIO(5:2)
               MOVE RI-DATA-CAMBIO(9:2)  TO RI-DT-CAMBIO(7:2)
           END-IF
      *
           INITIALIZE K30G-AREA
           MOVE PAI-DIVISA               TO K30G-COMM-DIVISA
           MOVE RI-PAESE                 TO K30G-COMM-PAESE
           CALL RI-PGM-CORRISP        USING K30G-AREA
           IF  NOT K30G-COMM-TROVATO
           THEN
               MOVE 'CORR'               TO RI-MOTIVO
               MOVE 'N'                  TO SW-RIGA-OK
               GO TO 2150-VALIDA-NON-SEPA-X
           END-IF
      *    IL TRAMITE E' OBBLIGATORIO FUORI AREA SEPA (REGOLA R004 DI
      *    BE300K6): SENZA UN INTERMEDIARIO E' IL CORRISPONDENTE STESSO
           IF  K30G-COMM-BIC-INTERM NOT = SPACE
           THEN
               MOVE K30G-COMM-BIC-INTERM TO RI-BIC-TRAMITE
           ELSE
               MOVE K30G-COMM-BIC-CORR   TO RI-BIC-TRAMITE
           END-IF.
      *----------------------------------------------------------------*
       2150-VALIDA-NON-SEPA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2200-CARICA-RIGA.
           ADD 1                         TO RI-NUM-MOV RI-TOT-CARICATE
           IF  RIGA-NON-SEPA
           THEN
               MOVE 'SWIFT'              TO RI-NATU-MOV
               COMPUTE RI-IMP-DIV = PAI-IMPORTO * 100
               COMPUTE RI-IMPORTO ROUNDED =
                       RI-IMP-DIV * RI-CAMBIO / 1000000
           ELSE
               MOVE 'SCT'                TO RI-NATU-MOV
               COMPUTE RI-IMPORTO = PAI-IMPORTO * 100
               MOVE ZERO                 TO RI-IMP-DIV RI-CAMBIO
               MOVE SPACE                TO RI-OPZ-SPESE RI-DT-CAMBIO
                                            RI-BIC-TRAMITE
               INITIALIZE K30G-AREA
           END-IF
      *
      *    CONDIZIONI AUTOMATICHE: L'NDG NON E' ANCORA NOTO ALLO
      *    INTAKE (LO AGGANCIA BE300RM), QUINDI VALE IL LISTINO DEL
           MOVE 'C'                      TO K307-COMM-CANALE
           MOVE 'N'                      TO K307-COMM-URGENTE
           MOVE RI-IMPORTO               TO K307-COMM-IMPORTO
           MOVE RI-OPZ-SPESE             TO K307-COMM-OPZ-SPESE
           MOVE K30G-COMM-SPESE-OUR      TO K307-COMM-SP-CORR
           CALL RI-PGM-CONDIZIONI     USING K307-AREA
      *
           MOVE SPACE                    TO RI-NOTE-TEXT
           MOVE PAI-END-TO-END           TO RI-NOTE-TEXT(1:35)
           MOVE PAI-RMT-INF              TO RI-NOTE-TEXT(37:140)
      *
           EXEC SQL INSERT  INTO BE00TBMO
                            (ISTITUTO
                            ,ORD_VL_AD
                            ,ORD_COMM_CALC
                            ,ORD_SP_OP_CAL
                            ,BEN_SPESE_OPE
                            ,OPE_NOTE_TEXT
                            ,OPE_IMP_DIV
                            ,OPE_CAMBIO
                            ,OPE_DT_RI_CAM
                            ,OPE_DES_BIC
                            ,BEN_COD_PAE
                            ,OPE_OPZ_SPESE
                            ,OPE_BIC_CORR
                            ,OPE_CONTO_NOS
                            ,OPE_044_BIC_T)
                    VALUES (100
                           ,CURRENT DATE
                           ,:RI-NUM-DIST
                           ,:RI-NUM-MOV
                           ,'P'
                           ,'B'
                           ,:RI-NATU-MOV
                           ,'I'
                           ,'BE300RI'
                           ,:RI-IMPORTO
                           ,:PAI-VL-AD
                           ,:K307-COMM-COMM-CALC
                           ,:K307-COMM-SP-OP-CAL
                           ,:K307-COMM-DED-BEN
                           ,:RI-NOTE-TEXT
                           ,:RI-IMP-DIV
                           ,:RI-CAMBIO
                           ,:RI-DT-CAMBIO
                           ,:PAI-BEN-BIC
                           ,:RI-PAESE
                           ,:RI-OPZ-SPESE
                           ,:K30G-COMM-BIC-CORR
                           ,:K30G-COMM-CONTO-NOS
                           ,:RI-BIC-TRAMITE)
           END-EXEC.
      *----------------------------------------------------------------*
       2200-CARICA-RIGA-X.
