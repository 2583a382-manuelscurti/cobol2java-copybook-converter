      ******************************************************************
      *                        BE300KG                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - CORRISPONDENTI NON SEPA     *
      *  DESCRIZIONE  : SOTTOPROGRAMMA COMUNE RICHIAMATO VIA CALL      *
      *                 (PROCEDURE DIVISION USING, COME BE300K7) DALLA *
      *                 CATTURA BONIFICI E DALL'INTAKE MASSIVO BE300RI *
      *                 PER SCEGLIERE IL CORRISPONDENTE (NOSTRO) DI UN *
      *                 BONIFICO NON SEPA DA T_BE_CORRISPONDENTI:      *
      *                  1) DIVISA E PAESE DEL BENEFICIARIO            *
      *                  2) DIVISA CON PAESE GENERICO '**'             *
      *                 A PARITA' VALE LA PRIORITA' PIU' BASSA.        *
      *                 RESTITUISCE IL BIC DEL CORRISPONDENTE, IL      *
      *                 CONTO NOSTRO, L'EVENTUALE TRAMITE E LE SPESE   *
      *                 PREVISTE DA CARICARE CON OPZIONE OUR           *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : AREA DI CHIAMATA K30G (COPY BE300W03: DIVISA,  *
      *                 PAESE), T_BE_CORRISPONDENTI (DB2)              *
      *  OUTPUT       : STESSA AREA (CORRISPONDENTE, CONTO NOSTRO,     *
      *                 TRAMITE, SPESE OUR, ESITO)                     *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - SCELTA DEL CORRISPONDENTE PER DIVISA *
      *           E PAESE DI DESTINAZIONE                              *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300KG.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA  DIVISION.
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  W-BIC-CORR                  PIC  X(11) VALUE SPACE.
       01  W-CONTO-NOS                 PIC  X(34) VALUE SPACE.
       01  W-BIC-INTERM                PIC  X(11) VALUE SPACE.
       01  W-SPESE-OUR                 PIC S9(06) COMP-3 VALUE ZERO.
       01  W-PAESE                     PIC  X(02) VALUE SPACE.
      *
      *----------------------------------------------------------------*
       LINKAGE  SECTION.
      *----------------------------------------------------------------*
       01  K30G-AREA.
           COPY BE300W03.
      *
       PROCEDURE  DIVISION USING K30G-AREA.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-CERCA-CORRISP
              THRU 1000-CERCA-CORRISP-X
           GOBACK.
      *
      *----------------------------------------------------------------*
       1000-CERCA-CORRISP.
           SET K30G-COMM-NON-TROVATO    TO TRUE
           MOVE SPACE                   TO K30G-COMM-BIC-CORR
                                           K30G-COMM-CONTO-NOS
                                           K30G-COMM-BIC-INTERM
           MOVE ZERO                    TO K30G-COMM-SPESE-OUR
      *
      *    1) DIVISA E PAESE DEL BENEFICIARIO
           MOVE K30G-COMM-PAESE         TO W-PAESE
           PERFORM 1100-LEGGI-CORRISP   THRU 1100-LEGGI-CORRISP-X
           IF  K30G-COMM-TROVATO
           THEN
               GO TO 1000-CERCA-CORRISP-X
           END-IF
      *
      *    2) RIPIEGO SUL PAESE GENERICO '**' DELLA DIVISA
           MOVE '**'                    TO W-PAESE
           PERFORM 1100-LEGGI-CORRISP   THRU 1100-LEGGI-CORRISP-X.
      *----------------------------------------------------------------*
       1000-CERCA-CORRISP-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       1100-LEGGI-CORRISP.
           EXEC SQL SELECT COR_BIC, COR_CONTO_NOSTRO, COR_BIC_INTERM,
                           COR_SPESE_OUR
                      INTO :W-BIC-CORR, :W-CONTO-NOS, :W-BIC-INTERM,
                           :W-SPESE-OUR
                      FROM T_BE_CORRISPONDENTI
                     WHERE COR_DIVISA = :K30G-COMM-DIVISA
                       AND COR_PAESE  = :W-PAESE
                       AND COR_ATTIVO = 'S'
                     ORDER BY COR_PRIORITA
                     FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               SET K30G-COMM-TROVATO    TO TRUE
               MOVE W-BIC-CORR          TO K30G-COMM-BIC-CORR
               MOVE W-CONTO-NOS         TO K30G-COMM-CONTO-NOS
               MOVE W-BIC-INTERM        TO K30G-COMM-BIC-INTERM
               MOVE W-SPESE-OUR         TO K30G-COMM-SPESE-OUR
           END-IF.
      *----------------------------------------------------------------*
       1100-LEGGI-CORRISP-X.
           EXIT.
      *
      ********************** EOM BE300KG ********************************
