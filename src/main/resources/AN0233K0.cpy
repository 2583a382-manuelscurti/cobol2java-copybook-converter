      *           CODA ALLA COMMAREA: IL CHIAMANTE AN1 VA RICOMPILATO  *
      *           CON LA COMMAREA ESTESA) PER IL DISPATCHER EVENTI     *
      *           AN0233RG                                             *
      * MS151026  TRACCIATO ANCHE IL CAP PRIMA/DOPO (IN CODA ALLA      *
      *           COMMAREA) PER LE LETTERE DI CONFERMA DEL CAMBIO      *
      *           INDIRIZZO AN0233RP                                   *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     AN0233K0.
       01  W-SQLCODE                   PIC S9(09) COMP-3 VALUE ZERO.
       01  SW-VARIATO                  PIC  X(01) VALUE 'N'.
           88  CAMPI-VARIATI                      VALUE 'S'.
      *    NNCG E CAP PRIMA/DOPO: HOST VARIABLE LOCALI, NON ANCORA NEL
      *    TRACCIATO ANNDGLOG
       01  W-NNCG-PRE                  PIC  X(03) VALUE SPACE.
       01  W-NNCG-POST                 PIC  X(03) VALUE SPACE.
       01  W-CAP-PRE                   PIC  X(05) VALUE SPACE.
       01  W-CAP-POST                  PIC  X(05) VALUE SPACE.
      *
      *----------------------------------------------------------------*
       LINKAGE  SECTION.
      *        ESISTENTI DELLA COMMAREA
           02  K023-COMM-PRIMA-NNCG     PIC  X(03).
           02  K023-COMM-DOPO-NNCG      PIC  X(03).
      *        CAP PRIMA/DOPO, IDEM
           02  K023-COMM-PRIMA-CAP      PIC  X(05).
           02  K023-COMM-DOPO-CAP       PIC  X(05).
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
            OR K023-COMM-PRIMA-PROV  NOT =  K023-COMM-DOPO-PROV
            OR K023-COMM-PRIMA-COMU  NOT =  K023-COMM-DOPO-COMU
            OR K023-COMM-PRIMA-NNCG  NOT =  K023-COMM-DOPO-NNCG
            OR K023-COMM-PRIMA-CAP   NOT =  K023-COMM-DOPO-CAP
               SET  CAMPI-VARIATI        TO TRUE
           END-IF
      *
           MOVE K023-COMM-UTENTE         TO ANNDGLOG-UTENTE
           MOVE K023-COMM-PRIMA-NNCG     TO W-NNCG-PRE
           MOVE K023-COMM-DOPO-NNCG      TO W-NNCG-POST
           MOVE K023-COMM-PRIMA-CAP      TO W-CAP-PRE
           MOVE K023-COMM-DOPO-CAP       TO W-CAP-POST
      *
           EXEC SQL INSERT INTO T_ANA_NDG_LOG
                      (LOG_NDG, LOG_COGN_PRE, LOG_COGN_POST,
                       LOG_NOME_PRE, LOG_NOME_POST, LOG_CDFIS_PRE,
                       LOG_CDFIS_POST, LOG_PROV_PRE, LOG_PROV_POST,
                       LOG_COMU_PRE, LOG_COMU_POST,
                       LOG_NNCG_PRE, LOG_NNCG_POST,
                       LOG_CAP_PRE, LOG_CAP_POST, LOG_UTENTE,
                       LOG_DATA_INS)
                    VALUES
                      (:ANNDGLOG-NDG, :ANNDGLOG-COGN-PRE,
                       :ANNDGLOG-CDFIS-POST, :ANNDGLOG-PROV-PRE,
                       :ANNDGLOG-PROV-POST, :ANNDGLOG-COMU-PRE,
                       :ANNDGLOG-COMU-POST,
                       :W-NNCG-PRE, :W-NNCG-POST,
                       :W-CAP-PRE, :W-CAP-POST, :ANNDGLOG-UTENTE,
                       CURRENT TIMESTAMP)
           END-EXEC
      *
