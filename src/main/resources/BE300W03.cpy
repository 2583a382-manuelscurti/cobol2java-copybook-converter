      ******************************************************************
      *  COPY: BE300W03                                                *
      *                                                                *
      *  DESCRIZIONE:                                                  *
      *        AREA DI CHIAMATA DEL MODULO DI SCELTA DEL               *
      *        CORRISPONDENTE BE300KG PER I BONIFICI NON SEPA,         *
      *        CONDIVISA TRA IL MODULO E I CHIAMANTI (CATTURA          *
      *        ONLINE E INTAKE MASSIVO BE300RI)                        *
      *                                                                *
      *  USO: IL CHIAMANTE LA INCLUDE SOTTO UN PROPRIO LIVELLO 01      *
      *       (01 K30G-AREA. COPY BE300W03.)                           *
      ******************************************************************
      * MS151026  PRIMA STESURA                                        *
      ******************************************************************
           02  K30G-COMM-DIVISA         PIC  X(03).
      *        PAESE DEL BENEFICIARIO (ISO 3166, COME BEN_COD_PAE)
           02  K30G-COMM-PAESE          PIC  X(02).
      *        CORRISPONDENTE SCELTO: DESTINATARIO DEL MESSAGGIO, CONTO
      *        NOSTRO PRESSO DI LUI E TRAMITE (SPAZI SE NON SERVE)
           02  K30G-COMM-BIC-CORR       PIC  X(11).
           02  K30G-COMM-CONTO-NOS      PIC  X(34).
           02  K30G-COMM-BIC-INTERM     PIC  X(11).
      *        SPESE PREVISTE DEL CORRISPONDENTE IN CENTESIMI DI EURO,
      *        CARICATE ALL'ORDINANTE CON OPZIONE OUR (BE300K7)
           02  K30G-COMM-SPESE-OUR      PIC S9(06)  COMP-3.
           02  K30G-COMM-ESITO          PIC  X(01).
               88  K30G-COMM-TROVATO                VALUE 'S'.
               88  K30G-COMM-NON-TROVATO            VALUE 'N'.
      ************************** EOM BE300W03 **************************
