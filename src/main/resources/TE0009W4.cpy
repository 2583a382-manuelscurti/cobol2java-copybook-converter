      ******************************************************************
      *  COPY: TE0009W4                                                *
      *                                                                *
      *  DESCRIZIONE:                                                  *
      *        AREA DI CHIAMATA DI TE0009B4 (CONTROLLO DEI CODICI SIA  *
      *        E ABI DEL CONTRATTO CONTRO L'ELENCO PARTECIPANTI CBI),  *
      *        CONDIVISA TRA IL MODULO, LA MANUTENZIONE CONTRATTI E    *
      *        I BATCH CHIAMANTI. I CODICI A SPAZI NON SI CONTROLLANO  *
      ******************************************************************
      * MS151026  PRIMA STESURA                                        *
      ******************************************************************
       01  K904-AREA.
           02  K904-CODSIA              PIC  X(05).
           02  K904-CSIAPR              PIC  X(05).
           02  K904-CODABI              PIC  X(05).
           02  K904-CBCALE              PIC  X(05).
           02  K904-CABIQU              PIC  X(05).
           02  K904-ESITO               PIC  X(01).
               88  K904-OK                           VALUE 'S'.
               88  K904-KO                           VALUE 'N'.
      *        PRIMO CAMPO DEL CONTRATTO RIFIUTATO E MOTIVO
           02  K904-CAMPO               PIC  X(06).
           02  K904-MSG                 PIC  X(40).
      ************************** EOM TE0009W4 **************************
