      ******************************************************************
      *  COPY: D05223W1                                                *
      *                                                                *
      *  DESCRIZIONE:                                                  *
      *        REGISTRO RECLAMI (T_DFAX_RECLAMI): CODIFICHE COMUNI A   *
      *        CHI REGISTRA (D05223IB), ALLA LISTA DI LAVORO DELLE     *
      *        SCADENZE (D05223S3), AL RENDICONTO ANNUALE (D05223S4)   *
      *        E ALLA SCHEDA DEALER (D05223I9). LA CATEGORIA E' IL     *
      *        NUMERO D'ORDINE NELLA TABELLA, COSI' I CONTEGGI PER     *
      *        CATEGORIA VANNO A INDICE DIRETTO                        *
      ******************************************************************
      * MS151026  PRIMA STESURA                                        *
      ******************************************************************
      *
      *----------------------------------------------------------------*
      *    TERMINE LEGALE DI RISPOSTA, IN GIORNI DALLA RICEZIONE
      *----------------------------------------------------------------*
       01  REC-GG-RISPOSTA              PIC S9(04)  COMP VALUE 60.
      *
      *----------------------------------------------------------------*
      *    CATEGORIE DEL RECLAMO (REC_CATEGORIA 01-10)
      *----------------------------------------------------------------*
       01  REC-NUM-CATEGORIE            PIC S9(04)  COMP VALUE 10.
       01  REC-TAB-CATEGORIE.
           02  FILLER                   PIC  X(30)  VALUE
               'CONDIZIONI ECONOMICHE E TASSI'.
           02  FILLER                   PIC  X(30)  VALUE
               'TRASPARENZA E INFORMATIVA'.
           02  FILLER                   PIC  X(30)  VALUE
               'ESECUZIONE BONIFICI'.
           02  FILLER                   PIC  X(30)  VALUE
               'EROGAZIONE DEL FINANZIAMENTO'.
           02  FILLER                   PIC  X(30)  VALUE
               'SEGNALAZIONI A CENTRALI RISCHI'.
           02  FILLER                   PIC  X(30)  VALUE
               'COMPORTAMENTO DEALER E RETE'.
           02  FILLER                   PIC  X(30)  VALUE
               'RECESSO, ANNULLO, ESTINZIONE'.
           02  FILLER                   PIC  X(30)  VALUE
               'RECUPERO CREDITI E SOLLECITI'.
           02  FILLER                   PIC  X(30)  VALUE
               'PRIVACY E DATI PERSONALI'.
           02  FILLER                   PIC  X(30)  VALUE
               'ALTRO'.
       01  REC-TAB-CATEGORIE-R REDEFINES REC-TAB-CATEGORIE.
           02  REC-DES-CATEGORIA OCCURS 10
                                        PIC  X(30).
      *
      *----------------------------------------------------------------*
      *    TIPO DI RECLAMANTE, CANALE DI ARRIVO, STATO, ESITO E
      *    OGGETTO COLLEGATO (PRATICA, BONIFICO, CONTRATTO)
      *----------------------------------------------------------------*
       01  REC-TIPO-RECLAMANTE          PIC  X(01)  VALUE SPACE.
           88  REC-RECLAMANTE-OK                    VALUE 'C' 'D'.
           88  REC-RECLAMANTE-CLIENTE               VALUE 'C'.
           88  REC-RECLAMANTE-DEALER                VALUE 'D'.
       01  REC-CANALE                   PIC  X(01)  VALUE SPACE.
           88  REC-CANALE-OK                        VALUE 'L' 'P' 'F'.
           88  REC-CANALE-LETTERA                   VALUE 'L'.
           88  REC-CANALE-PEC                       VALUE 'P'.
           88  REC-CANALE-FILIALE                   VALUE 'F'.
       01  REC-STATO                    PIC  X(01)  VALUE SPACE.
           88  REC-APERTO                           VALUE 'A'.
           88  REC-ASSEGNATO                        VALUE 'L'.
           88  REC-CHIUSO                           VALUE 'C'.
       01  REC-ESITO                    PIC  X(01)  VALUE SPACE.
           88  REC-ESITO-OK                         VALUE 'A' 'P' 'R'.
           88  REC-ACCOLTO                          VALUE 'A'.
           88  REC-ACCOLTO-PARZ                     VALUE 'P'.
           88  REC-RESPINTO                         VALUE 'R'.
       01  REC-TIPO-RIF                 PIC  X(01)  VALUE SPACE.
           88  REC-RIF-OK                           VALUE 'P' 'B' 'K'
                                                          'N'.
           88  REC-RIF-PRATICA                      VALUE 'P'.
           88  REC-RIF-BONIFICO                     VALUE 'B'.
           88  REC-RIF-CONTRATTO                    VALUE 'K'.
           88  REC-RIF-NESSUNO                      VALUE 'N'.
      ************************** EOM D05223W1 **************************
