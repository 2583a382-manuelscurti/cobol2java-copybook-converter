      ******************************************************************
      *  COPY: D05223W0                                                *
      *                                                                *
      *  DESCRIZIONE:                                                  *
      *        RICHIESTE FAXCSERV ACCANTONATE DA D05223A0 QUANDO DB2   *
      *        NON E' DISPONIBILE (FERMO, TABELLA BLOCCATA, ATTACH     *
      *        CICS-DB2 GIU'): CODA TD INTRAPARTITION RECUPERABILE     *
      *        'DFSF', RIPRESA IN ORDINE DI ARRIVO DA D05223IA CON IL  *
      *        PERCORSO NORMALE. TRACCIATO CONDIVISO TRA CHI SCRIVE E  *
      *        CHI RIPRENDE, CON I CODICI SQL CHE ATTIVANO LA CODA     *
      ******************************************************************
      * MS151026  PRIMA STESURA                                        *
      ******************************************************************
       01  SPL-CODA                     PIC  X(04)  VALUE 'DFSF'.
      *
      *----------------------------------------------------------------*
      *    SQLCODE DI INDISPONIBILITA': RISORSA NON DISPONIBILE,
      *    DEADLOCK O TIMEOUT, DB2 NON ATTIVO O CONNESSIONE PERSA
      *----------------------------------------------------------------*
       01  SPL-SQLCODE-TEST             PIC S9(09)  COMP VALUE ZERO.
           88  SPL-DB2-NON-DISP                     VALUE -904 -911
                                                          -913 -923
                                                          -924 -927
                                                          -30081.
      *
      *----------------------------------------------------------------*
      *    ESITO RESO AL CHIAMANTE NELLA LISTA ERRORI DELLA COMMAREA
      *----------------------------------------------------------------*
       01  SPL-COD-DIFFERITA            PIC  X(04)  VALUE 'D001'.
       01  SPL-CAMPO-DIFFERITA          PIC  X(10)  VALUE 'DIFFERITA'.
      *
       01  SPL-RECORD.
           02  SPL-ABSTIME              PIC S9(15)  COMP-3.
           02  SPL-DATA                 PIC  X(08).
           02  SPL-ORA                  PIC  X(06).
           02  SPL-TERMID               PIC  X(04).
           02  SPL-TRANSID              PIC  X(04).
           02  SPL-SQLCODE              PIC S9(09)  COMP-3.
           02  SPL-LEN-COMMAREA         PIC S9(04)  COMP.
           02  SPL-COMMAREA             PIC  X(511).
      ************************** EOM D05223W0 **************************
