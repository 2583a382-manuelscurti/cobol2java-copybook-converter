      *                 ABI/CAB NUMERICI, COMPONENTI CONTO            *
      *                 (YCONCT/CCINAB/CCINIB), CATEGORIA E           *
      *                 SOTTOCATEGORIA CENSITE IN T_TE_CATEGORIE,     *
      *                 PRODOTTO A CATALOGO CON I SUOI FLUSSI E LE    *
      *                 ABILITAZIONI CBI/QUERCIA (TE0009B7),          *
      *                 CANALE AMMESSO, ABI ATTIVO NELL'ELENCO CBI    *
      *                 (TE0009B4), CODKTR NON GIA' REGISTRATO.       *
      *                 I BUONI ENTRANO IN TE000902 CON LE RIGHE      *
      *                 BPFLIN INIZIALI; GLI SCARTI VANNO NEL FILE DI *
      *                 RICICLO CON IL CODICE MOTIVO E NEL REPORT     *
      ******************************************************************
      * MS220826  PRIMA STESURA - CARICATORE MASSIVO CONTRATTI CON     *
      *           RICICLO DEGLI SCARTI                                 *
      * MS151026  ABI RIFIUTATO SE NON ATTIVO NELL'ELENCO CBI          *
      *           (MOTIVO CBIA)                                        *
      * MS151026  PRODOTTO, ABILITAZIONI E PROGRAMMI DI FLUSSO         *
      *           CONTROLLATI SUL CATALOGO PRODOTTI (TE0009B7)         *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     TE0009RA.
               03  KTR-FLUSSO OCCURS 5.
                   04  KTR-YPPFIF       PIC  X(08).
                   04  KTR-FTIPFL       PIC  X(01).
      *        PRODOTTO E ABILITAZIONI CBI/QUERCIA (S/N) DEL CATALOGO
           02  KTR-CODPDT               PIC  X(08).
           02  KTR-FABLCB               PIC  X(01).
           02  KTR-FABLCF               PIC  X(01).
           02  FILLER                   PIC  X(11).
      *
       FD  RIC-KTR
           RECORDING MODE IS F.
       01  RA-FTIPFL                     PIC  X(01)  VALUE SPACE.
       01  RA-OGGI                       PIC  9(08)  VALUE ZERO.
       01  RA-OGGI-X                     PIC  X(08)  VALUE SPACE.
      *
      *
      *    CONTROLLO CODICI CBI (TE0009B4)
           COPY TE0009W4.
       01  RA-PGM-CBI                    PIC  X(08)  VALUE 'TE0009B4'.
      *
      *    CATALOGO PRODOTTI (TE0009B7)
           COPY TE0009W7.
       01  RA-PGM-CAT                    PIC  X(08)  VALUE 'TE0009B7'.
      *
       01  RA-TOT-LETTI                  PIC S9(07)  COMP-3 VALUE ZERO.
       01  RA-TOT-CARICATI               PIC S9(07)  COMP-3 VALUE ZERO.
               GO TO 2100-VALIDA-X
           END-IF
      *
      *    L'ABI DEVE ESSERE ATTIVO NELL'ELENCO PARTECIPANTI CBI
           INITIALIZE K904-AREA
           MOVE KTR-CDABI                TO K904-CODABI
           CALL RA-PGM-CBI         USING K904-AREA
           IF  K904-KO
           THEN
               MOVE 'CBIA'               TO RA-MOTIVO
               MOVE 'N'                  TO SW-RIGA-OK
               GO TO 2100-VALIDA-X
           END-IF
      *
      *    CATEGORIA/SOTTOCATEGORIA DEVONO ESSERE CENSITE
           EXEC SQL SELECT COUNT(*)
                      INTO :RA-CONTA
               GO TO 2100-VALIDA-X
           END-IF
      *
      *    PRODOTTO IN VENDITA, ABILITAZIONI E FLUSSI DA CATALOGO;
      *    IL MOTIVO DI SCARTO E' QUELLO DEL CATALOGO
           INITIALIZE K907-AREA
           SET K907-FUNZ-VALIDA          TO TRUE
           MOVE KTR-CODCTG               TO K907-CODCTG
           MOVE KTR-CODSTG               TO K907-CODSTG
           MOVE KTR-CODPDT               TO K907-CODPDT
           MOVE KTR-FABLCB               TO K907-FABLCB
           MOVE KTR-FABLCF               TO K907-FABLCF
           MOVE 'S'                      TO K907-NUOVO
           MOVE W-DATA-OGGI              TO K907-DATA-RIF
           MOVE 5                        TO K907-NUM-FLU
           MOVE KTR-FLUSSI               TO K907-FLUSSI
           CALL RA-PGM-CAT         USING K907-AREA
           IF  K907-KO
           THEN
               MOVE K907-MOTIVO          TO RA-MOTIVO
               MOVE 'N'                  TO SW-RIGA-OK
               GO TO 2100-VALIDA-X
           END-IF
      *
      *    CODKTR GIA' REGISTRATO: SI RICICLA, NON SI SOVRASCRIVE
           EXEC SQL SELECT COUNT(*)
                      INTO :RA-CONTA
                            ,CODCTG
                            ,CODSTG
                            ,CODLIN
                            ,YISEML
                            ,CODPDT
                            ,FABLCB
                            ,FABLCF)
                    VALUES (:KTR-CODKTR
                           ,:KTR-CODCNL
                           ,:RA-OGGI-X
                           ,:KTR-CODCTG
                           ,:KTR-CODSTG
                           ,:KTR-CODLIN
                           ,:KTR-YISEML
                           ,:KTR-CODPDT
                           ,:KTR-FABLCB
                           ,:KTR-FABLCF)
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
