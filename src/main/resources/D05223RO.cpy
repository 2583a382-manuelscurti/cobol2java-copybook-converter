      ******************************************************************
      * MS010926  PRIMA STESURA - AGGANCIO RESI SEPA AI BONIFICI      *
      *           DEALER CON LETTERA E RIORIGINAZIONE CONTROLLATA     *
      * MS151026  ESCLUSI I RESI SUI MOVIMENTI DI ESTINZIONE DEI      *
      *           RIFINANZIAMENTI (BON_TIPO_MOV 'E')                  *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223RO.
      *
      *----------------------------------------------------------------*
      *    RESI ACCETTATI SU MOVIMENTI ORIGINATI DA DFAX E NON
      *    ANCORA AGGANCIATI. ESCLUSI I MOVIMENTI DI ESTINZIONE DEI
      *    RIFINANZIAMENTI (BON_TIPO_MOV 'E'): IL BENEFICIARIO E' IL
      *    PRECEDENTE FINANZIATORE, NON IL DEALER
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-RESI CURSOR FOR
               SELECT  BON.BON_NUM_PRA, BON.BON_NUM_DIST,
                  AND  MO.RTX_TIPO  = 'RT'
                  AND  MO.RTX_STATO = 'A'
                  AND  BON.BON_STATO_RTX IS NULL
                  AND  (BON.BON_TIPO_MOV IS NULL
                    OR  BON.BON_TIPO_MOV <> 'E')
                ORDER BY BON.BON_NUM_PRA
           END-EXEC.
      *
