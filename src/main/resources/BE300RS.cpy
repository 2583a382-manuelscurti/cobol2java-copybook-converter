      ******************************************************************
      * MS010926  PRIMA STESURA - GENERATORE DI STATI PAIN.002 PER     *
      *           RIGA CON RIEPILOGO PER CODICE SIA                    *
      * MS151026  TRACCIATO PAIN.001 CON CAUSALE DI PAGAMENTO: LO      *
      *           END-TO-END SI CERCA IN TESTA A OPE_NOTE_TEXT         *
      * MS151026  TRACCIATO PAIN.001 ALLUNGATO PER I BONIFICI NON SEPA *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300RS.
           RECORDING MODE IS F.
       01  PAI-RECORD.
           02  PAI-END-TO-END           PIC  X(35).
           02  FILLER                   PIC  X(321).
      *
       FD  RIC-PAIN
           RECORDING MODE IS F.
           02  RIC-MOTIVO               PIC  X(04).
           02  FILLER                   PIC  X(01).
           02  RIC-END-TO-END           PIC  X(35).
           02  FILLER                   PIC  X(321).
      *
       FD  PAR-SIA
           RECORDING MODE IS F.
               GO TO 2000-ELABORA-RIGA-X
           END-IF
      *
      *    POI IL MOVIMENTO: L'END-TO-END VIAGGIA IN TESTA A
      *    OPE_NOTE_TEXT, SEGUITO DALLA CAUSALE DI PAGAMENTO
           MOVE SPACE                    TO RS-DT-REG RS-STATO-MOV
           EXEC SQL SELECT OPE_DT_REG, STATO_MOV
                      INTO :RS-DT-REG, :RS-STATO-MOV
                      FROM BE00TBMO
                     WHERE SUBSTR(OPE_NOTE_TEXT, 1, 35)
                                         = :RS-END-TO-END
                       AND USER_INSE     = 'BE300RI'
           END-EXEC
           EVALUATE TRUE
