      ******************************************************************
      *  COPY: TE0009W6                                                *
      *                                                                *
      *  DESCRIZIONE:                                                  *
      *        AREA DI CHIAMATA DI TE0009B6 (RICHIESTE DI VARIAZIONE   *
      *        DEI FLUSSI INFORMATIVI DEL CONTRATTO, TE000902-BPFLIN), *
      *        CONDIVISA TRA IL MODULO, LA FUNZIONE ONLINE E IL BATCH  *
      *        TE0009RK. DATE IN FORMA ISO AAAA-MM-GG                  *
      ******************************************************************
      * MS151026  PRIMA STESURA                                        *
      ******************************************************************
       01  K906-AREA.
           02  K906-FUNZIONE            PIC  X(01).
               88  K906-FUNZ-VALIDA                  VALUE 'V'.
               88  K906-FUNZ-INSERISCI               VALUE 'I'.
               88  K906-FUNZ-ELENCA                  VALUE 'E'.
               88  K906-FUNZ-ANNULLA                 VALUE 'X'.
      *        RICHIESTA
           02  K906-CODKTR              PIC  X(13).
           02  K906-AZIONE              PIC  X(01).
               88  K906-AGGIUNGI                     VALUE 'A'.
               88  K906-RIMUOVI                      VALUE 'R'.
           02  K906-PROGRAMMA           PIC  X(08).
           02  K906-TIPO-FLU            PIC  X(01).
           02  K906-DT-RICHIESTA        PIC  X(10).
           02  K906-RICHIEDENTE         PIC  X(30).
           02  K906-ORIGINE             PIC  X(01).
               88  K906-DA-ONLINE                    VALUE 'O'.
               88  K906-DA-HELP-DESK                 VALUE 'H'.
           02  K906-UTENTE              PIC  X(08).
      *        RISPOSTA: DATA DI EFFETTO ASSEGNATA, ESITO E MOTIVO
           02  K906-DT-EFFETTO          PIC  X(10).
           02  K906-ESITO               PIC  X(01).
               88  K906-OK                           VALUE 'S'.
               88  K906-KO                           VALUE 'N'.
           02  K906-MOTIVO              PIC  X(04).
           02  K906-MSG                 PIC  X(40).
      *        RICHIESTE IN ATTESA DEL CONTRATTO (FUNZIONE 'E')
           02  K906-NUM-RIC             PIC  9(02).
           02  K906-RIC OCCURS 10.
               03  K906-R-AZIONE        PIC  X(01).
               03  K906-R-PROGRAMMA     PIC  X(08).
               03  K906-R-TIPO-FLU      PIC  X(01).
               03  K906-R-DT-EFFETTO    PIC  X(10).
               03  K906-R-RICHIEDENTE   PIC  X(30).
      ************************** EOM TE0009W6 **************************
