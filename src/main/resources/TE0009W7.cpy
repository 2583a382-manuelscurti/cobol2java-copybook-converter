      ******************************************************************
      *  COPY: TE0009W7                                                *
      *                                                                *
      *  DESCRIZIONE:                                                  *
      *        AREA DI CHIAMATA DI TE0009B7 (CATALOGO PRODOTTI DEI     *
      *        CONTRATTI: CATEGORIA, SOTTOCATEGORIA E PRODOTTO CON I   *
      *        PROGRAMMI DI FLUSSO AMMESSI), CONDIVISA TRA IL MODULO,  *
      *        LA MANUTENZIONE CONTRATTI, TE0009RA, TE0009B6 E         *
      *        TE0009RL. DATE IN FORMA ISO AAAA-MM-GG                  *
      ******************************************************************
      * MS151026  PRIMA STESURA                                        *
      ******************************************************************
       01  K907-AREA.
           02  K907-FUNZIONE            PIC  X(01).
               88  K907-FUNZ-VALIDA                  VALUE 'V'.
               88  K907-FUNZ-PRODOTTO                VALUE 'P'.
               88  K907-FUNZ-AMMETTI                 VALUE 'F'.
               88  K907-FUNZ-TOGLI                   VALUE 'X'.
               88  K907-FUNZ-ELENCA                  VALUE 'E'.
      *        CHIAVE DEL CATALOGO
           02  K907-CODCTG              PIC  X(04).
           02  K907-CODSTG              PIC  X(04).
           02  K907-CODPDT              PIC  X(08).
      *        CONTRATTO DA VALIDARE ('V'): ABILITAZIONI E PROGRAMMI
      *        DI FLUSSO; PER UN CONTRATTO NUOVO IL PRODOTTO DEVE
      *        ESSERE IN VENDITA ALLA DATA DI RIFERIMENTO (SPAZI = OGGI)
           02  K907-FABLCB              PIC  X(01).
           02  K907-FABLCF              PIC  X(01).
           02  K907-NUOVO               PIC  X(01).
               88  K907-CONTRATTO-NUOVO              VALUE 'S'.
           02  K907-DATA-RIF            PIC  X(10).
           02  K907-NUM-FLU             PIC  9(01).
           02  K907-FLUSSI.
               03  K907-FLUSSO OCCURS 5.
                   04  K907-YPPFIF      PIC  X(08).
                   04  K907-FTIPFL      PIC  X(01).
      *        PRODOTTO DA REGISTRARE ('P'); DT-FINE A SPAZI = SENZA
      *        SCADENZA. IN 'V' DT-FINE TORNA VALORIZZATA
           02  K907-DESCR               PIC  X(30).
           02  K907-CBI-AMM             PIC  X(01).
           02  K907-QRC-AMM             PIC  X(01).
           02  K907-DT-INIZIO           PIC  X(10).
           02  K907-DT-FINE             PIC  X(10).
           02  K907-UTENTE              PIC  X(08).
      *        RISPOSTA: ESITO, PRIMO CAMPO RIFIUTATO E MOTIVO
           02  K907-ESITO               PIC  X(01).
               88  K907-OK                           VALUE 'S'.
               88  K907-KO                           VALUE 'N'.
           02  K907-MOTIVO              PIC  X(04).
           02  K907-CAMPO               PIC  X(06).
           02  K907-MSG                 PIC  X(40).
      *        PROGRAMMI AMMESSI PER IL PRODOTTO (FUNZIONE 'E')
           02  K907-NUM-PGM             PIC  9(02).
           02  K907-PGM OCCURS 20.
               03  K907-P-PROGRAMMA     PIC  X(08).
               03  K907-P-TIPO-FLU      PIC  X(01).
      ************************** EOM TE0009W7 **************************
