      ******************************************************************
      * MS220826  PRIMA STESURA - RITORNO AUTOMATICO DEL CRO SULLE     *
      *           PRATICHE CON BONIFICO ORIGINATO DA DFAX              *
      * MS151026  CRO RIPORTATO PER SINGOLO MOVIMENTO: SULLE PRATICHE  *
      *           DI RIFINANZIAMENTO LA DISTINTA HA PIU' MOVIMENTI     *
      *           (ESTINZIONI E RESIDUO AL DEALER)                     *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300RB.
                           SET BON_CRO = :RB-CRO
                         WHERE BON_NUM_PRA  = :RB-NUM-PRA
                           AND BON_NUM_DIST = :RB-NUM-DIST
                           AND BON_NUM_MOV  = :RB-NUM-MOV
               END-EXEC
               ADD 1                     TO RB-TOT-RIPORTATI
               MOVE RB-CRO               TO W-DETT-CRO
