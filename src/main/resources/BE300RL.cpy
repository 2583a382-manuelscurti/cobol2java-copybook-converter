      ******************************************************************
      * MS220826  PRIMA STESURA - PASSATA UNICA PER LA FAMIGLIA DI     *
      *           REPORT BE300                                         *
      * MS151026  VOLUMI PER FILIALE: GIROCONTI INTERNI (CANALE        *
      *           'GIROCONTO') IN UNA RIGA A PARTE, COME IN BE300R8    *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300RL.
       01  RL-ORD-IBAN                   PIC  X(34)  VALUE SPACE.
       01  RL-BEN-IBAN                   PIC  X(34)  VALUE SPACE.
       01  RL-FIL-COM-A                  PIC  X(18)  VALUE SPACE.
       01  RL-ROUT-PEA                   PIC  X(10)  VALUE SPACE.
       01  RL-SEGNO-OPER                 PIC  X(01)  VALUE SPACE.
       01  RL-FL-FZ-ANT                  PIC  X(01)  VALUE SPACE.
       01  RL-FL-ANT-ES                  PIC  X(01)  VALUE SPACE.
       01  RL-SP-ANT-CL                  PIC S9(06)  COMP-3 VALUE ZERO.
       01  FIL-I                         PIC S9(04)  COMP VALUE ZERO.
       01  FIL-J                         PIC S9(04)  COMP VALUE ZERO.
       01  FIL-APP                       PIC  X(43)  VALUE SPACE.
       01  FIL-ONUS-CONTA                PIC S9(09)  COMP-3 VALUE ZERO.
       01  FIL-ONUS-IMPORTO              PIC S9(16)V99 COMP-3
                                                     VALUE ZERO.
      *
       01  TAB-PROGRAMMI.
           03  PRG-ELE OCCURS 200.
               'TOTALE FILIALI CENSITE:'.
           02  W8-TOT-FILIALI            PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(100) VALUE SPACE.
       01  W8-RIGA-ONUS.
           02  W8-ONUS-DESCR             PIC  X(18)  VALUE
               'GIROCONTI INTERNI'.
           02  FILLER                    PIC  X(06)  VALUE SPACE.
           02  W8-ONUS-CONT              PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(09)  VALUE SPACE.
           02  W8-ONUS-IMPORTO           PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(75)  VALUE SPACE.
      *
       01  W9-RIGA-TESTATA1.
           02  FILLER                    PIC  X(43)  VALUE
                       ORD_IBAN, BEN_IBAN, OPE_FIL_COM_A,
                       OPE_FL_FZ_ANT, OPE_FL_ANT_ES,
                       OPE_SP_ANT_CL, OPE_SP_ANT_RI,
                       MO_PROG_ULT_AGG, MO_DT_ULT_AGG,
                       OPE_ROUT_PEA, SEGNO_OPER
                 FROM  BE00TBMO
                ORDER BY NUM_DIST, NUM_MOV
           END-EXEC.
                         :RL-ORD-IBAN, :RL-BEN-IBAN, :RL-FIL-COM-A,
                         :RL-FL-FZ-ANT, :RL-FL-ANT-ES,
                         :RL-SP-ANT-CL, :RL-SP-ANT-RI,
                         :RL-PROG-ULT-AGG, :RL-DT-ULT-AGG,
                         :RL-ROUT-PEA, :RL-SEGNO-OPER
           END-EXEC
           IF  SQLCODE = 100
           THEN
      *
      *----------------------------------------------------------------*
       2080-FILIALE-ACC.
      *    GIROCONTO INTERNO: CONTA SOLO L'ADDEBITO, FUORI DALLE FILIALI
           IF  RL-ROUT-PEA = 'GIROCONTO'
           THEN
               IF  RL-SEGNO-OPER = 'D'
               THEN
                   ADD 1                 TO FIL-ONUS-CONTA
                   ADD RL-IMPORTO        TO FIL-ONUS-IMPORTO
               END-IF
               GO TO 2080-FILIALE-ACC-X
           END-IF
           PERFORM VARYING FIL-I FROM 1 BY 1
                   UNTIL FIL-I > FIL-USATI
                   OR    FIL-CODICE(FIL-I) = RL-FIL-COM-A
           WRITE RPT-RIGA-FIL
           MOVE W8-RIGA-TOTALI           TO RPT-RIGA-FIL
           WRITE RPT-RIGA-FIL
           MOVE FIL-ONUS-CONTA           TO W8-ONUS-CONT
           COMPUTE FIL-IMPORTO-EURO = FIL-ONUS-IMPORTO / 100
           MOVE FIL-IMPORTO-EURO         TO W8-ONUS-IMPORTO
           MOVE W8-RIGA-ONUS             TO RPT-RIGA-FIL
           WRITE RPT-RIGA-FIL
           MOVE T9-TOT-ANOMALIE          TO W9-TOT-ANOMALIE
           MOVE SPACE                    TO RPT-RIGA-ANT
           WRITE RPT-RIGA-ANT
