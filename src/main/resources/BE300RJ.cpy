      ******************************************************************
      * MS220826  PRIMA STESURA - POSIZIONE INFRAGIORNALIERA PER       *
      *           CANALE CON MASSIMALI E HOLD                          *
      * MS151026  I BONIFICI DFAX FERMI PER PLAFOND DEALER ('F') NON   *
      *           SONO USCITE DEL CANALE PRIMA DEL RILASCIO            *
      * MS151026  NEMMENO QUELLI FERMI PER VARIAZIONE DELLE COORDINATE *
      *           BANCARIE DEL DEALER ('Q')                            *
      * MS151026  NE' I BONIFICI PARLANTI BLOCCATI PER DATI FISCALI    *
      *           MANCANTI ('P')                                       *
      * MS151026  NE' I PAGAMENTI PA BLOCCATI PER CIG/CUP MANCANTE     *
      *           ('T')                                                *
      * MS151026  NE' I BONIFICI AI DEALER IN PROCEDURA CONCORSUALE    *
      *           ('C')                                                *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300RJ.
                     WHERE DATA_INSE    = CURRENT DATE
                       AND OPE_ROUT_PEA = :RJ-CANALE
                       AND DIVISA_MOV   = :RJ-DIVISA
                       AND STATO_MOV NOT IN ('H', 'X', 'F', 'Q', 'P',
                                             'T', 'C')
           END-EXEC
      *
           MOVE RJ-CANALE                TO W-DETT-CANALE
