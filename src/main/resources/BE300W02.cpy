      *       (01 K307-AREA. COPY BE300W02.)                           *
      ******************************************************************
      * MS010926  PRIMA STESURA                                        *
      * MS151026  OPZIONE SPESE SHA/OUR/BEN DEI BONIFICI NON SEPA      *
      ******************************************************************
           02  K307-COMM-NDG            PIC  X(12).
           02  K307-COMM-SEGMENTO       PIC  X(02).
           02  K307-COMM-ESITO          PIC  X(01).
               88  K307-COMM-TROVATA                VALUE 'S'.
               88  K307-COMM-SENZA-REGOLA           VALUE 'N'.
      *        BONIFICI NON SEPA: OPZIONE SPESE (SPAZI = SHA) E SPESE
      *        PREVISTE DEL CORRISPONDENTE (BE300KG), ADDEBITATE
      *        ALL'ORDINANTE CON OUR. CON BEN COMMISSIONE E SPESE NON
      *        VANNO ALL'ORDINANTE MA SI TRATTENGONO DALL'IMPORTO
      *        (K307-COMM-DED-BEN, IN CENTESIMI)
           02  K307-COMM-OPZ-SPESE      PIC  X(03).
               88  K307-COMM-SPESE-SHA              VALUE 'SHA' SPACE.
               88  K307-COMM-SPESE-OUR              VALUE 'OUR'.
               88  K307-COMM-SPESE-BEN              VALUE 'BEN'.
           02  K307-COMM-SP-CORR        PIC S9(06)  COMP-3.
           02  K307-COMM-DED-BEN        PIC S9(06)  COMP-3.
      ************************** EOM BE300W02 **************************
