      *                    IBAN OBBLIGATORIA, NEL MODELLO DELLA       *
      *                    LINGUA DEL CLIENTE (T_CTR_MODEL PER        *
      *                    CODLIN, COME TE0009R5)                     *
      *                  - UNA MAPPATURA VERSO UN ABI NON ATTIVO      *
      *                    NELL'ELENCO PARTECIPANTI CBI (TE0009B4)    *
      *                    E' RIFIUTATA E RESTA IN LISTA              *
      *                  - IN MODO SIMULAZIONE (PARCONV = 'S', IL     *
      *                    DEFAULT) NON TOCCA NIENTE E PRODUCE IL     *
      *                    SOLO REPORT DI IMPATTO COMPLETO            *
      *           SIMULAZIONE, RICALCOLO CIN/IBAN E AVVISI CLIENTE     *
      * MS010926  CORRETTA LA TABELLA PESI DISPARI DEL CIN: 26 VOCI    *
      *           CONTIGUE, SENZA SPAZI NELLE POSIZIONI 25/26          *
      * MS151026  RIFIUTATE LE MAPPATURE VERSO ABI NON ATTIVI          *
      *           NELL'ELENCO PARTECIPANTI CBI                         *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     TE0009RB.
      *
       01  RB-TOT-CONTRATTI              PIC S9(09)  COMP-3 VALUE ZERO.
       01  RB-TOT-AVVISI                 PIC S9(09)  COMP-3 VALUE ZERO.
       01  RB-TOT-RIFIUTATE              PIC S9(09)  COMP-3 VALUE ZERO.
      *
      *----------------------------------------------------------------*
      *    CONTROLLO CODICI CBI (TE0009B4)
      *----------------------------------------------------------------*
           COPY TE0009W4.
       01  RB-PGM-CBI                    PIC  X(08)  VALUE 'TE0009B4'.
      *
      *----------------------------------------------------------------*
      *    CALCOLO CIN (ALGORITMO ABI): PESI DISPARI SULLA STRINGA
           02  FILLER                    PIC  X(07)  VALUE '  IBAN '.
           02  W-DETT-CINIB              PIC  9(02).
           02  FILLER                    PIC  X(75)  VALUE SPACE.
      *
       01  W-RIGA-RIFIUTO.
           02  FILLER                    PIC  X(24)  VALUE
               'MAPPATURA RIFIUTATA     '.
           02  W-RIF-OLD                 PIC  X(11).
           02  FILLER                    PIC  X(04)  VALUE ' -> '.
           02  W-RIF-NEW                 PIC  X(11).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  W-RIF-MSG                 PIC  X(40).
           02  FILLER                    PIC  X(40)  VALUE SPACE.
      *
       01  W-RIGA-TOTALI.
           02  FILLER                    PIC  X(22)  VALUE
           02  FILLER                    PIC  X(18)  VALUE
               '  AVVISI GENERATI:'.
           02  W-TOT-AVVISI              PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(22)  VALUE
               '  MAPPATURE RIFIUTATE:'.
           02  W-TOT-RIFIUTATE           PIC  ZZZ.ZZZ.ZZ9.
           02  FILLER                    PIC  X(37)  VALUE SPACE.
      *
       01  W-DATA-OGGI                   PIC  X(10)  VALUE SPACE.
      *
               EXEC SQL CLOSE CURS-MAP END-EXEC
               GO TO 2000-UNA-MAPPATURA-X
           END-IF
      *
      *    NESSUNA CONVERSIONE VERSO UN ABI NON ATTIVO NELL'ELENCO CBI
           INITIALIZE K904-AREA
           MOVE RB-ABI-NEW               TO K904-CODABI
           CALL RB-PGM-CBI         USING K904-AREA
           IF  K904-KO
           THEN
               ADD 1                     TO RB-TOT-RIFIUTATE
               STRING RB-ABI-OLD '/' RB-CAB-OLD
                       DELIMITED BY SIZE INTO W-RIF-OLD
               END-STRING
               STRING RB-ABI-NEW '/' RB-CAB-NEW
                       DELIMITED BY SIZE INTO W-RIF-NEW
               END-STRING
               MOVE K904-MSG             TO W-RIF-MSG
               MOVE W-RIGA-RIFIUTO       TO RPT-RIGA
               WRITE RPT-RIGA
               GO TO 2000-UNA-MAPPATURA-X
           END-IF
           MOVE 'N'                      TO SW-FINE-CONTR
           EXEC SQL OPEN CURS-CONTR END-EXEC
           PERFORM 2100-UN-CONTRATTO     THRU 2100-UN-CONTRATTO-X
           WRITE RPT-RIGA
           MOVE RB-TOT-CONTRATTI         TO W-TOT-CONTRATTI
           MOVE RB-TOT-AVVISI            TO W-TOT-AVVISI
           MOVE RB-TOT-RIFIUTATE         TO W-TOT-RIFIUTATE
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE PAR-FILE SUB-FILE RPT-TE0009-CONV
