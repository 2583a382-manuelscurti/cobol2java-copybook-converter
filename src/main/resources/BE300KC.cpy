      ******************************************************************
      *                        BE300KC                                 *
      *                                                                *
      *  PROCEDURA    : BONIFICI EUROPEI - BONIFICI PARLANTI          *
      *  DESCRIZIONE  : SOTTOPROGRAMMA COMUNE PER I BONIFICI PER      *
      *                 SPESE DETRAIBILI (RISTRUTTURAZIONI, RISPARMIO *
      *                 ENERGETICO), RICONOSCIUTI DALLA CAUSALE ABI   *
      *                 (BE3P02-OPE-CAUS-ABI) CENSITA IN              *
      *                 T_BE_CAUS_PARLANTI. LA NOTA (OPE_NOTE_TEXT)   *
      *                 DEVE AVERE IL FORMATO                         *
      *                   /CFO/<CODICE FISCALE ORDINANTE>             *
      *                   /PIV/<PARTITA IVA BENEFICIARIO>             *
      *                   /NOR/<RIFERIMENTO NORMATIVO>                *
      *                   /TX/<DESCRIZIONE LIBERA>                    *
      *                 FUNZIONI:                                     *
      *                   'C' DALLA CATTURA, SUL MOVIMENTO            *
      *                       GIA' INSERITO: SE LA CAUSALE E'         *
      *                       PARLANTE E MANCA UN DATO OBBLIGATORIO   *
      *                       IL MOVIMENTO VA IN STATO 'P' E NON      *
      *                       PROSEGUE; CORRETTA LA NOTA, LA          *
      *                       RICHIAMATA LO RIMETTE IN 'I'            *
      *                   'A' SOLO ANALISI DI CAUSALE E NOTA PASSATE  *
      *                       NELL'AREA (DAL BATCH DELLE RITENUTE     *
      *                       BE300S1)                                *
      *                 RICHIAMATO VIA CALL (PROCEDURE DIVISION USING,*
      *                 COME BE300K7) SIA DALLA CATTURA SIA DAL BATCH *
      *                 CONTROLLI: CODICE FISCALE DI 16 CARATTERI O   *
      *                 NUMERICO DI 11, PARTITA IVA DI 11 CIFRE CON   *
      *                 CIFRA DI CONTROLLO VALIDA, RIFERIMENTO        *
      *                 NORMATIVO PRESENTE                            *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE BONIFICI EUROPEI   *
      *  INPUT        : AREA K30C (FUNZIONE, CHIAVE O CAUSALE E NOTA),*
      *                 BE00TBMO, T_BE_CAUS_PARLANTI (DB2)            *
      *  OUTPUT       : AREA K30C (ESITO, DATI ESTRATTI, DATI         *
      *                 MANCANTI, PERCENTUALI), BE00TBMO (STATO)      *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - RICONOSCIMENTO E CONTROLLO DEI       *
      *           BONIFICI PARLANTI CON BLOCCO IN CATTURA              *
      * MS151026  INTERFACCIA VIA PROCEDURE DIVISION USING: CHIAMABILE *
      *           ANCHE DAL BATCH BE300S1                              *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300KC.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA  DIVISION.
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  W-CAUS-ABI                  PIC  X(05) VALUE SPACE.
       01  W-NOTE                      PIC  X(500) VALUE SPACE.
       01  W-STATO-MOV                 PIC  X(01) VALUE SPACE.
       01  W-PERC-RIT                  PIC S9(03)V99 COMP-3 VALUE ZERO.
       01  W-ALIQ-IVA                  PIC S9(03)V99 COMP-3 VALUE ZERO.
      *
       01  W-SEG-PRE                   PIC  X(10) VALUE SPACE.
       01  W-SEG-CFO                   PIC  X(35) VALUE SPACE.
       01  W-SEG-PIV                   PIC  X(35) VALUE SPACE.
       01  W-SEG-NOR                   PIC  X(70) VALUE SPACE.
       01  W-SEG-TX                    PIC  X(350) VALUE SPACE.
       01  W-MANCA                     PIC  X(03) VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    CONTROLLO DELLA PARTITA IVA: SULLE PRIME 10 CIFRE LE
      *    DISPARI SI SOMMANO, LE PARI SI RADDOPPIANO (MENO 9 SE > 9);
      *    LA CIFRA DI CONTROLLO E' (10 - SOMMA MOD 10) MOD 10
      *----------------------------------------------------------------*
       01  W-PIVA                      PIC  X(11) VALUE SPACE.
       01  FILLER REDEFINES W-PIVA.
           02  W-PIVA-CIFRA            PIC  9(01) OCCURS 11.
       01  W-PIVA-I                    PIC S9(04) COMP VALUE ZERO.
       01  W-PIVA-SOMMA                PIC S9(04) COMP VALUE ZERO.
       01  W-PIVA-DOPPIO               PIC S9(04) COMP VALUE ZERO.
       01  W-PIVA-QUOZ                 PIC S9(04) COMP VALUE ZERO.
       01  W-PIVA-RESTO                PIC S9(04) COMP VALUE ZERO.
       01  W-PIVA-CONTROLLO            PIC S9(04) COMP VALUE ZERO.
       01  W-CONTA-SPAZI               PIC S9(04) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------*
       LINKAGE  SECTION.
      *----------------------------------------------------------------*
       01  K30C-AREA.
           02  K30C-COMM-FUNZIONE       PIC  X(01).
               88  K30C-FUNZ-CATTURA                 VALUE 'C'.
               88  K30C-FUNZ-ANALISI                 VALUE 'A'.
           02  K30C-COMM-NUM-DIST       PIC S9(10)  COMP-3.
           02  K30C-COMM-NUM-MOV        PIC S9(10)  COMP-3.
           02  K30C-COMM-CAUS-ABI       PIC  X(05).
           02  K30C-COMM-NOTE-TEXT      PIC  X(500).
           02  K30C-COMM-ESITO          PIC  X(01).
               88  K30C-COMM-NON-PARLANTE            VALUE 'N'.
               88  K30C-COMM-COMPLETO                VALUE 'S'.
               88  K30C-COMM-INCOMPLETO              VALUE 'B'.
               88  K30C-COMM-ERRORE                  VALUE 'E'.
           02  K30C-COMM-CF-ORD         PIC  X(16).
           02  K30C-COMM-PIVA-BEN       PIC  X(11).
           02  K30C-COMM-NORMA          PIC  X(70).
           02  K30C-COMM-PERC-RIT       PIC S9(03)V99 COMP-3.
           02  K30C-COMM-ALIQ-IVA       PIC S9(03)V99 COMP-3.
           02  K30C-COMM-NUM-MANC       PIC  9(01).
           02  K30C-COMM-MANCANTI OCCURS 3.
               03  K30C-COMM-MANCA      PIC  X(03).
      *
       PROCEDURE  DIVISION USING K30C-AREA.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           SET K30C-COMM-ERRORE         TO TRUE
           MOVE SPACE                   TO K30C-COMM-CF-ORD
                                           K30C-COMM-PIVA-BEN
                                           K30C-COMM-NORMA
           MOVE ZERO                    TO K30C-COMM-NUM-MANC
                                           K30C-COMM-PERC-RIT
                                           K30C-COMM-ALIQ-IVA
           EVALUATE TRUE
             WHEN K30C-FUNZ-CATTURA
                  PERFORM 1000-CATTURA  THRU 1000-CATTURA-X
             WHEN K30C-FUNZ-ANALISI
                  MOVE K30C-COMM-CAUS-ABI  TO W-CAUS-ABI
                  MOVE K30C-COMM-NOTE-TEXT TO W-NOTE
                  PERFORM 2000-ANALISI  THRU 2000-ANALISI-X
           END-EVALUATE
           GOBACK.
      *
      *----------------------------------------------------------------*
      *    1000-CATTURA: MOVIMENTO GIA' INSERITO, SI BLOCCA O SI
      *    SBLOCCA SECONDO L'ESITO
      *----------------------------------------------------------------*
       1000-CATTURA.
           EXEC SQL SELECT OPE_CAUS_ABI, OPE_NOTE_TEXT, STATO_MOV
                      INTO :W-CAUS-ABI, :W-NOTE, :W-STATO-MOV
                      FROM BE00TBMO
                     WHERE NUM_DIST = :K30C-COMM-NUM-DIST
                       AND NUM_MOV  = :K30C-COMM-NUM-MOV
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               GO TO 1000-CATTURA-X
           END-IF
           PERFORM 2000-ANALISI         THRU 2000-ANALISI-X
      *
           IF  K30C-COMM-INCOMPLETO
           AND W-STATO-MOV = 'I'
           THEN
               EXEC SQL UPDATE BE00TBMO
                           SET STATO_MOV = 'P'
                         WHERE NUM_DIST  = :K30C-COMM-NUM-DIST
                           AND NUM_MOV   = :K30C-COMM-NUM-MOV
                           AND STATO_MOV = 'I'
               END-EXEC
           END-IF
           IF  K30C-COMM-COMPLETO
           AND W-STATO-MOV = 'P'
           THEN
               EXEC SQL UPDATE BE00TBMO
                           SET STATO_MOV = 'I'
                         WHERE NUM_DIST  = :K30C-COMM-NUM-DIST
                           AND NUM_MOV   = :K30C-COMM-NUM-MOV
                           AND STATO_MOV = 'P'
               END-EXEC
           END-IF.
      *----------------------------------------------------------------*
       1000-CATTURA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-ANALISI: CAUSALE PARLANTE? SE SI' SCOMPONE LA NOTA E
      *    CONTROLLA I TRE DATI OBBLIGATORI
      *----------------------------------------------------------------*
       2000-ANALISI.
           EXEC SQL SELECT CPA_PERC_RIT, CPA_ALIQ_IVA
                      INTO :W-PERC-RIT, :W-ALIQ-IVA
                      FROM T_BE_CAUS_PARLANTI
                     WHERE CPA_CAUS_ABI = :W-CAUS-ABI
                       AND CPA_ATTIVA   = 'S'
           END-EXEC
           IF  SQLCODE = 100
           THEN
               SET K30C-COMM-NON-PARLANTE TO TRUE
               GO TO 2000-ANALISI-X
           END-IF
           IF  SQLCODE NOT = ZERO
           THEN
               GO TO 2000-ANALISI-X
           END-IF
           MOVE W-PERC-RIT              TO K30C-COMM-PERC-RIT
           MOVE W-ALIQ-IVA              TO K30C-COMM-ALIQ-IVA
      *
           MOVE SPACE                   TO W-SEG-PRE W-SEG-CFO
                                           W-SEG-PIV W-SEG-NOR
                                           W-SEG-TX
           UNSTRING W-NOTE
               DELIMITED BY '/CFO/' OR '/PIV/' OR '/NOR/' OR '/TX/'
               INTO W-SEG-PRE, W-SEG-CFO, W-SEG-PIV, W-SEG-NOR,
                    W-SEG-TX
           END-UNSTRING
      *
      *    CODICE FISCALE: 16 CARATTERI SENZA SPAZI, O 11 CIFRE
           MOVE ZERO                    TO W-CONTA-SPAZI
           INSPECT W-SEG-CFO(1:16) TALLYING W-CONTA-SPAZI
                   FOR ALL SPACE
           EVALUATE TRUE
             WHEN W-CONTA-SPAZI = ZERO
              AND W-SEG-CFO(17:) = SPACE
                  MOVE W-SEG-CFO(1:16)  TO K30C-COMM-CF-ORD
             WHEN W-SEG-CFO(1:11) IS NUMERIC
              AND W-SEG-CFO(12:) = SPACE
                  MOVE W-SEG-CFO(1:11)  TO K30C-COMM-CF-ORD
             WHEN OTHER
                  MOVE 'CFO'            TO W-MANCA
                  PERFORM 2100-MANCA    THRU 2100-MANCA-X
           END-EVALUATE
      *
      *    PARTITA IVA: 11 CIFRE CON CONTROLLO
           MOVE W-SEG-PIV(1:11)         TO W-PIVA
           IF  W-PIVA IS NUMERIC
           AND W-SEG-PIV(12:) = SPACE
           THEN
               PERFORM 2200-CONTROLLA-PIVA
                  THRU 2200-CONTROLLA-PIVA-X
           ELSE
               MOVE 99                  TO W-PIVA-CONTROLLO
           END-IF
           IF  W-PIVA IS NUMERIC
           AND W-PIVA-CONTROLLO = W-PIVA-CIFRA(11)
           THEN
               MOVE W-PIVA              TO K30C-COMM-PIVA-BEN
           ELSE
               MOVE 'PIV'               TO W-MANCA
               PERFORM 2100-MANCA       THRU 2100-MANCA-X
           END-IF
      *
      *    RIFERIMENTO NORMATIVO
           IF  W-SEG-NOR = SPACE
           THEN
               MOVE 'NOR'               TO W-MANCA
               PERFORM 2100-MANCA       THRU 2100-MANCA-X
           ELSE
               MOVE W-SEG-NOR           TO K30C-COMM-NORMA
           END-IF
      *
           IF  K30C-COMM-NUM-MANC > ZERO
           THEN
               SET K30C-COMM-INCOMPLETO TO TRUE
           ELSE
               SET K30C-COMM-COMPLETO   TO TRUE
           END-IF.
      *----------------------------------------------------------------*
       2000-ANALISI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2100-MANCA.
           IF  K30C-COMM-NUM-MANC < 3
           THEN
               ADD 1                    TO K30C-COMM-NUM-MANC
               MOVE W-MANCA             TO
                    K30C-COMM-MANCA (K30C-COMM-NUM-MANC)
           END-IF.
      *----------------------------------------------------------------*
       2100-MANCA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2200-CONTROLLA-PIVA.
           MOVE ZERO                    TO W-PIVA-SOMMA
           PERFORM 2210-UNA-CIFRA       THRU 2210-UNA-CIFRA-X
                   VARYING W-PIVA-I FROM 1 BY 1
                   UNTIL W-PIVA-I > 10
           DIVIDE W-PIVA-SOMMA BY 10 GIVING W-PIVA-QUOZ
                  REMAINDER W-PIVA-RESTO
           COMPUTE W-PIVA-CONTROLLO = 10 - W-PIVA-RESTO
           IF  W-PIVA-CONTROLLO = 10
           THEN
               MOVE ZERO                TO W-PIVA-CONTROLLO
           END-IF.
      *----------------------------------------------------------------*
       2200-CONTROLLA-PIVA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       2210-UNA-CIFRA.
           DIVIDE W-PIVA-I BY 2 GIVING W-PIVA-QUOZ
                  REMAINDER W-PIVA-RESTO
           IF  W-PIVA-RESTO = 1
           THEN
               ADD W-PIVA-CIFRA(W-PIVA-I) TO W-PIVA-SOMMA
           ELSE
               COMPUTE W-PIVA-DOPPIO = W-PIVA-CIFRA(W-PIVA-I) * 2
               IF  W-PIVA-DOPPIO > 9
               THEN
                   SUBTRACT 9           FROM W-PIVA-DOPPIO
               END-IF
               ADD W-PIVA-DOPPIO        TO W-PIVA-SOMMA
           END-IF.
      *----------------------------------------------------------------*
       2210-UNA-CIFRA-X.
           EXIT.
      *
      ********************** EOM BE300KC ********************************
