      *                 I VALORI TROVATI VANNO IN ORD_COMM_CALC E     *
      *                 ORD_SP_OP_CAL: IL REPORT DI LEAKAGE (BE300R5) *
      *                 DIVENTA COSI' UNA LISTA DI ECCEZIONI          *
      *                 SUI BONIFICI NON SEPA SI APPLICA POI          *
      *                 L'OPZIONE SPESE: OUR AGGIUNGE LE SPESE DEL    *
      *                 CORRISPONDENTE, BEN SPOSTA COMMISSIONE E      *
      *                 SPESE IN TRATTENUTA SULL'IMPORTO              *
      *  CREAZIONE    : SETTEMBRE 2026                                 *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : AREA DI CHIAMATA K307 (COPY BE300W02: NDG,    *
      *           E SPESE CON OVERRIDE NEGOZIATI PER NDG               *
      * MS010926  INTERFACCIA VIA PROCEDURE DIVISION USING (COPY       *
      *           BE300W02): CHIAMABILE ANCHE DAL BATCH BE300RI        *
      * MS151026  OPZIONE SPESE SHA/OUR/BEN DEI BONIFICI NON SEPA      *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300K7.
       0000-MAINLINE.
           PERFORM 1000-CERCA-CONDIZIONE
              THRU 1000-CERCA-CONDIZIONE-X
           PERFORM 2000-OPZIONE-SPESE
              THRU 2000-OPZIONE-SPESE-X
           GOBACK.
      *
      *----------------------------------------------------------------*
       1000-CERCA-CONDIZIONE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-OPZIONE-SPESE: SHA LASCIA IL LISTINO COM'E'; OUR CARICA
      *    ALL'ORDINANTE ANCHE LE SPESE PREVISTE DEL CORRISPONDENTE;
      *    BEN NON ADDEBITA NULLA ALL'ORDINANTE E TRATTIENE TUTTO
      *    DALL'IMPORTO TRASFERITO
      *----------------------------------------------------------------*
       2000-OPZIONE-SPESE.
           MOVE ZERO                    TO K307-COMM-DED-BEN
           EVALUATE TRUE
             WHEN K307-COMM-SPESE-OUR
                  ADD K307-COMM-SP-CORR TO K307-COMM-SP-OP-CAL
             WHEN K307-COMM-SPESE-BEN
                  COMPUTE K307-COMM-DED-BEN = K307-COMM-COMM-CALC
                                            + K307-COMM-SP-OP-CAL
                  MOVE ZERO             TO K307-COMM-COMM-CALC
                                           K307-COMM-SP-OP-CAL
           END-EVALUATE.
      *----------------------------------------------------------------*
       2000-OPZIONE-SPESE-X.
           EXIT.
      *
      ********************** EOM BE300K7 ********************************
