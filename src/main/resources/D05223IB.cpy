      ******************************************************************
      *                        D05223IB                                *
      *                                                                *
      *  TRANSAZIONE  : DFAX A SERVIZI - REGISTRO RECLAMI              *
      *  DESCRIZIONE  : REGISTRAZIONE, ASSEGNAZIONE E CHIUSURA DEI     *
      *                 RECLAMI DI CLIENTI E DEALER ARRIVATI PER       *
      *                 LETTERA, PEC O FILIALE (T_DFAX_RECLAMI). OGNI  *
      *                 RECLAMO HA L'NDG DEL RECLAMANTE, IL CANALE, LA *
      *                 CATEGORIA (D05223W1) E IL TERMINE LEGALE DI    *
      *                 RISPOSTA (60 GIORNI DALLA RICEZIONE), E PUO'   *
      *                 ESSERE COLLEGATO A UNA PRATICA DFAX, A UN      *
      *                 BONIFICO (CRO SU BE00TBMO) O A UN CONTRATTO    *
      *                 (TE000902). DAL COLLEGAMENTO SI RICAVANO IL    *
      *                 DEALER E IL FLUSSO CHE HANNO ORIGINATO IL      *
      *                 RECLAMO, PER IL RENDICONTO ANNUALE (D05223S4). *
      *                 COME D05223I3, RICHIESTA IN CHIARO:            *
      *                   N ndg t c cc r riferimento aaaa-mm-gg        *
      *                                       -> NUOVO RECLAMO         *
      *                   A nnnnnnnnn utente  -> ASSEGNAZIONE          *
      *                   C nnnnnnnnn e note  -> CHIUSURA CON ESITO    *
      *                   V nnnnnnnnn         -> DETTAGLIO             *
      *                   L ndg               -> RECLAMI DELL'NDG      *
      *                 (t = C CLIENTE / D DEALER, c = L LETTERA /     *
      *                 P PEC / F FILIALE, cc = CATEGORIA 01-10,       *
      *                 r = P PRATICA / B CRO / K CONTRATTO / N NESSUN *
      *                 RIFERIMENTO, e = A ACCOLTO / P PARZIALMENTE /  *
      *                 R RESPINTO; DATA DI RICEZIONE ASSENTE = OGGI)  *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE DFAX               *
      *  INPUT        : TERMINALE, T_ANA_NDG, T_DFAX_INVIO, BE00TBMO,  *
      *                 T_DFAX_BONIF, TE000902, T_DFAX_RECLAMI (DB2)   *
      *  OUTPUT       : TERMINALE, T_DFAX_RECLAMI                      *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - REGISTRO RECLAMI COLLEGATO A         *
      *           PRATICHE, BONIFICI E NDG                             *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223IB.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA  DIVISION.
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
           COPY CICSK001.
      *
           COPY D05223W1.
      *
       01  IB-RIGA-INPUT                 PIC  X(80)  VALUE SPACE.
       01  IB-INPUT-NUOVO REDEFINES IB-RIGA-INPUT.
           02  FILLER                    PIC  X(02).
           02  IN-NDG                    PIC  X(12).
           02  FILLER                    PIC  X(01).
           02  IN-TIPO-RECLAMANTE        PIC  X(01).
           02  FILLER                    PIC  X(01).
           02  IN-CANALE                 PIC  X(01).
           02  FILLER                    PIC  X(01).
           02  IN-CATEGORIA              PIC  X(02).
           02  FILLER                    PIC  X(01).
           02  IN-TIPO-RIF               PIC  X(01).
           02  FILLER                    PIC  X(01).
           02  IN-RIFERIMENTO            PIC  X(35).
           02  FILLER                    PIC  X(01).
           02  IN-DATA-RIC               PIC  X(10).
           02  FILLER                    PIC  X(10).
       01  IB-INPUT-RECLAMO REDEFINES IB-RIGA-INPUT.
           02  FILLER                    PIC  X(02).
           02  IN-ID                     PIC  X(09).
           02  FILLER                    PIC  X(01).
           02  IN-ASSEGNATARIO           PIC  X(08).
           02  FILLER                    PIC  X(60).
       01  IB-INPUT-CHIUSURA REDEFINES IB-RIGA-INPUT.
           02  FILLER                    PIC  X(12).
           02  IN-ESITO                  PIC  X(01).
           02  FILLER                    PIC  X(01).
           02  IN-NOTE                   PIC  X(60).
           02  FILLER                    PIC  X(06).
      *
       01  IB-MODO                       PIC  X(01)  VALUE SPACE.
           88  IB-MODO-NUOVO                         VALUE 'N'.
           88  IB-MODO-ASSEGNA                       VALUE 'A'.
           88  IB-MODO-CHIUDI                        VALUE 'C'.
           88  IB-MODO-DETTAGLIO                     VALUE 'V'.
           88  IB-MODO-ELENCO                        VALUE 'L'.
       01  IB-UTENTE                     PIC  X(08)  VALUE SPACE.
       01  IB-CONTA                      PIC S9(05)  COMP-3 VALUE ZERO.
       01  IB-WK-VALUE                   PIC S9(09)  COMP-3 VALUE ZERO.
       01  IB-ERRORE                     PIC  X(80)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    RECLAMO IN REGISTRAZIONE / IN LAVORAZIONE
      *----------------------------------------------------------------*
       01  IB-ID                         PIC  9(09)  VALUE ZERO.
       01  IB-NDG                        PIC  X(12)  VALUE SPACE.
       01  IB-CATEGORIA                  PIC  9(02)  VALUE ZERO.
       01  IB-NUM-PRA                    PIC  9(14)  VALUE ZERO.
       01  IB-CRO                        PIC  X(35)  VALUE SPACE.
       01  IB-CODKTR                     PIC  X(13)  VALUE SPACE.
       01  IB-VDR                        PIC  9(07)  VALUE ZERO.
       01  IB-FLUSSO                     PIC  X(04)  VALUE SPACE.
       01  IB-OPE-CANALE                 PIC  X(01)  VALUE SPACE.
       01  IB-DATA-RIC                   PIC  X(10)  VALUE SPACE.
       01  IB-DATA-SCAD                  PIC  X(10)  VALUE SPACE.
       01  IB-DATA-FUTURA                PIC  X(01)  VALUE SPACE.
       01  IB-ASSEGNATARIO               PIC  X(08)  VALUE SPACE.
       01  IB-NOTE                       PIC  X(60)  VALUE SPACE.
       01  IB-SCADUTO                    PIC  X(01)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    HOST VARIABLE DEL RECLAMO REGISTRATO
      *----------------------------------------------------------------*
       01  IB-F-ID                       PIC  9(09)  VALUE ZERO.
       01  IB-F-NDG                      PIC  X(12)  VALUE SPACE.
       01  IB-F-TIPO-REC                 PIC  X(01)  VALUE SPACE.
       01  IB-F-CANALE                   PIC  X(01)  VALUE SPACE.
       01  IB-F-CATEGORIA                PIC  9(02)  VALUE ZERO.
       01  IB-F-TIPO-RIF                 PIC  X(01)  VALUE SPACE.
       01  IB-F-NUM-PRA                  PIC  9(14)  VALUE ZERO.
       01  IB-F-CRO                      PIC  X(35)  VALUE SPACE.
       01  IB-F-CODKTR                   PIC  X(13)  VALUE SPACE.
       01  IB-F-VDR                      PIC  9(07)  VALUE ZERO.
       01  IB-F-FLUSSO                   PIC  X(04)  VALUE SPACE.
       01  IB-F-DATA-RIC                 PIC  X(10)  VALUE SPACE.
       01  IB-F-DATA-SCAD                PIC  X(10)  VALUE SPACE.
       01  IB-F-STATO                    PIC  X(01)  VALUE SPACE.
       01  IB-F-ASSEGNATARIO             PIC  X(08)  VALUE SPACE.
       01  IB-F-ESITO                    PIC  X(01)  VALUE SPACE.
       01  IB-F-DATA-CHIUS               PIC  X(10)  VALUE SPACE.
       01  IB-F-NOTE                     PIC  X(60)  VALUE SPACE.
      *
       01  SW-FINE-RIGHE                 PIC  X(01)  VALUE 'N'.
           88  FINE-RIGHE                            VALUE 'S'.
      *
       01  IB-NUM-RIGHE                  PIC  9(03)  VALUE ZERO.
       01  IB-MAX-RIGHE                  PIC  9(03)  VALUE 18.
       01  IB-LEN-RISP                   PIC S9(04)  COMP VALUE ZERO.
      *
       01  IB-AREA-RISPOSTA.
           02  IB-RIGA-RISP OCCURS 20    PIC  X(80)  VALUE SPACE.
      *
       01  IB-RIGA-REGISTRATO.
           02  FILLER                    PIC  X(20)  VALUE
               'RECLAMO REGISTRATO: '.
           02  RR-ID                     PIC  9(09).
           02  FILLER                    PIC  X(21)  VALUE
               '  RISPOSTA ENTRO IL '.
           02  RR-DATA-SCAD              PIC  X(10).
           02  FILLER                    PIC  X(20)  VALUE SPACE.
      *
       01  IB-RIGA-DET1.
           02  FILLER                    PIC  X(08)  VALUE 'RECLAMO '.
           02  D1-ID                     PIC  9(09).
           02  FILLER                    PIC  X(02)  VALUE SPACE.
           02  D1-STATO                  PIC  X(14).
           02  FILLER                    PIC  X(10)  VALUE
               ' RICEVUTO '.
           02  D1-DATA-RIC               PIC  X(10).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  D1-CANALE                 PIC  X(09).
           02  FILLER                    PIC  X(07)  VALUE ' SCAD. '.
           02  D1-DATA-SCAD              PIC  X(10).
       01  IB-RIGA-DET2.
           02  FILLER                    PIC  X(04)  VALUE 'NDG '.
           02  D2-NDG                    PIC  X(12).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  D2-TIPO-REC               PIC  X(07).
           02  FILLER                    PIC  X(12)  VALUE
               ' CATEGORIA '.
           02  D2-CATEGORIA              PIC  9(02).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  D2-DES-CATEGORIA          PIC  X(30).
           02  FILLER                    PIC  X(11)  VALUE SPACE.
       01  IB-RIGA-DET3.
           02  D3-TIPO-RIF               PIC  X(10).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  D3-RIFERIMENTO            PIC  X(35).
           02  FILLER                    PIC  X(08)  VALUE ' DEALER '.
           02  D3-VDR                    PIC  9(07).
           02  FILLER                    PIC  X(08)  VALUE ' FLUSSO '.
           02  D3-FLUSSO                 PIC  X(04).
           02  FILLER                    PIC  X(07)  VALUE SPACE.
       01  IB-RIGA-DET4.
           02  FILLER                    PIC  X(12)  VALUE
               'ASSEGNATO A '.
           02  D4-ASSEGNATARIO           PIC  X(08).
           02  FILLER                    PIC  X(08)  VALUE '  ESITO '.
           02  D4-ESITO                  PIC  X(22).
           02  FILLER                    PIC  X(11)  VALUE
               ' CHIUSO IL '.
           02  D4-DATA-CHIUS             PIC  X(10).
           02  FILLER                    PIC  X(09)  VALUE SPACE.
       01  IB-RIGA-DET5.
           02  FILLER                    PIC  X(07)  VALUE 'NOTE:  '.
           02  D5-NOTE                   PIC  X(60).
           02  FILLER                    PIC  X(13)  VALUE SPACE.
      *
       01  IB-RIGA-ELENCO.
           02  RE-ID                     PIC  9(09).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RE-DATA-RIC               PIC  X(10).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RE-DATA-SCAD              PIC  X(10).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RE-STATO                  PIC  X(14).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RE-DES-CATEGORIA          PIC  X(30).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
           02  RE-ESITO                  PIC  X(01).
           02  FILLER                    PIC  X(01)  VALUE SPACE.
      *
       01  IB-RIGA-PROMPT                PIC  X(80)  VALUE
           'RECLAMI: N ndg t c cc r rif data / A num ute / C num e note
      -    '/ V num / L ndg'.
       01  IB-RIGA-RICHIESTA-ERRATA      PIC  X(80)  VALUE
           'RICHIESTA NON RICONOSCIUTA - USARE N, A, C, V O L'.
       01  IB-RIGA-NDG-IGNOTO            PIC  X(80)  VALUE
           'NDG NON PRESENTE IN ANAGRAFE'.
       01  IB-RIGA-TIPO-ERRATO           PIC  X(80)  VALUE
           'RECLAMANTE NON VALIDO: C CLIENTE O D DEALER'.
       01  IB-RIGA-CANALE-ERRATO         PIC  X(80)  VALUE
           'CANALE NON VALIDO: L LETTERA, P PEC O F FILIALE'.
       01  IB-RIGA-CATEGORIA-ERRATA      PIC  X(80)  VALUE
           'CATEGORIA NON VALIDA: DA 01 A 10'.
       01  IB-RIGA-RIF-ERRATO            PIC  X(80)  VALUE
           'RIFERIMENTO NON VALIDO: P PRATICA, B CRO, K CONTRATTO, N NES
      -    'SUNO'.
       01  IB-RIGA-DATA-ERRATA           PIC  X(80)  VALUE
           'DATA DI RICEZIONE NON VALIDA O FUTURA (AAAA-MM-GG)'.
       01  IB-RIGA-PRATICA-IGNOTA        PIC  X(80)  VALUE
           'PRATICA NON TRATTATA DA DFAX'.
       01  IB-RIGA-CRO-IGNOTO            PIC  X(80)  VALUE
           'BONIFICO NON TROVATO CON IL CRO INDICATO'.
       01  IB-RIGA-CONTRATTO-IGNOTO      PIC  X(80)  VALUE
           'CONTRATTO NON TROVATO'.
       01  IB-RIGA-NUMERO-ERRATO         PIC  X(80)  VALUE
           'NUMERO RECLAMO NON VALIDO'.
       01  IB-RIGA-RECLAMO-IGNOTO        PIC  X(80)  VALUE
           'RECLAMO NON TROVATO'.
       01  IB-RIGA-GIA-CHIUSO            PIC  X(80)  VALUE
           'RECLAMO GIA'' CHIUSO'.
       01  IB-RIGA-ESITO-ERRATO          PIC  X(80)  VALUE
           'ESITO NON VALIDO: A ACCOLTO, P PARZIALMENTE, R RESPINTO'.
       01  IB-RIGA-NOTE-MANCANTI         PIC  X(80)  VALUE
           'INDICARE IN NOTE LA MOTIVAZIONE DELLA RISPOSTA'.
       01  IB-RIGA-ASSEGNATO             PIC  X(80)  VALUE
           'RECLAMO ASSEGNATO'.
       01  IB-RIGA-CHIUSO                PIC  X(80)  VALUE
           'RECLAMO CHIUSO'.
       01  IB-RIGA-CHIUSO-TARDI          PIC  X(80)  VALUE
           'RECLAMO CHIUSO OLTRE IL TERMINE LEGALE DI RISPOSTA'.
       01  IB-RIGA-NESSUNO               PIC  X(80)  VALUE
           'NESSUN RECLAMO PER L''NDG'.
       01  IB-RIGA-ERRORE-DB2.
           02  FILLER                    PIC  X(30)  VALUE
               'ERRORE REGISTRAZIONE SQLCODE '.
           02  RD-SQLCODE                PIC  -(5)9.
           02  FILLER                    PIC  X(44)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    RECLAMI DELL'NDG, DAL PIU' RECENTE
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-REC CURSOR FOR
               SELECT  REC_ID, CHAR(REC_DATA_RIC, ISO),
                       CHAR(REC_DATA_SCAD, ISO), REC_STATO,
                       REC_CATEGORIA, REC_ESITO
                 FROM  T_DFAX_RECLAMI
                WHERE  REC_NDG = :IB-NDG
                ORDER BY REC_DATA_RIC DESC, REC_ID DESC
           END-EXEC.
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 2000-RICEVI-RICHIESTA  THRU 2000-RICEVI-RICHIESTA-X
           EVALUATE TRUE
             WHEN IB-MODO-NUOVO
                  PERFORM 3000-REGISTRA
                     THRU 3000-REGISTRA-X
             WHEN IB-MODO-ASSEGNA
                  PERFORM 4000-ASSEGNA
                     THRU 4000-ASSEGNA-X
             WHEN IB-MODO-CHIUDI
                  PERFORM 4500-CHIUDI
                     THRU 4500-CHIUDI-X
             WHEN IB-MODO-DETTAGLIO
                  PERFORM 5000-DETTAGLIO
                     THRU 5000-DETTAGLIO-X
             WHEN IB-MODO-ELENCO
                  PERFORM 5500-ELENCO
                     THRU 5500-ELENCO-X
             WHEN IB-NUM-RIGHE = ZERO
                  MOVE IB-RIGA-RICHIESTA-ERRATA
                                         TO IB-RIGA-RISP(1)
                  MOVE 1                 TO IB-NUM-RIGHE
           END-EVALUATE
           PERFORM 6000-INVIA-RISPOSTA    THRU 6000-INVIA-RISPOSTA-X
           EXEC CICS RETURN END-EXEC.
      *
      *----------------------------------------------------------------*
       2000-RICEVI-RICHIESTA.
           MOVE SPACE                     TO IB-RIGA-INPUT
           EXEC CICS RECEIVE INTO   (IB-RIGA-INPUT)
                             LENGTH (LENGTH OF IB-RIGA-INPUT)
           END-EXEC
           EXEC CICS ASSIGN USERID (IB-UTENTE) END-EXEC
      *
           MOVE IB-RIGA-INPUT(1:1)        TO IB-MODO
           IF  IB-MODO-ASSEGNA
           OR  IB-MODO-CHIUDI
           OR  IB-MODO-DETTAGLIO
           THEN
               IF  IN-ID IS NUMERIC
               THEN
                   MOVE IN-ID             TO IB-ID
               ELSE
                   MOVE IB-RIGA-NUMERO-ERRATO TO IB-RIGA-RISP(1)
                   MOVE 1                 TO IB-NUM-RIGHE
                   MOVE SPACE             TO IB-MODO
               END-IF
           END-IF
           IF  IB-MODO-NUOVO
           OR  IB-MODO-ELENCO
           THEN
               MOVE IN-NDG                TO IB-NDG
           END-IF.
      *----------------------------------------------------------------*
       2000-RICEVI-RICHIESTA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-REGISTRA: CONTROLLI DI FORMA, NDG IN ANAGRAFE, DATA DI
      *    RICEZIONE NON FUTURA, OGGETTO COLLEGATO ESISTENTE; IL
      *    TERMINE DI RISPOSTA LO CALCOLA DB2 DALLA DATA DI RICEZIONE
      *----------------------------------------------------------------*
       3000-REGISTRA.
           MOVE 1                         TO IB-NUM-RIGHE
           MOVE IN-TIPO-RECLAMANTE        TO REC-TIPO-RECLAMANTE
           MOVE IN-CANALE                 TO REC-CANALE
           MOVE IN-TIPO-RIF               TO REC-TIPO-RIF
           IF  REC-TIPO-RIF = SPACE
           THEN
               SET REC-RIF-NESSUNO        TO TRUE
           END-IF
           MOVE SPACE                     TO IB-ERRORE
           EVALUATE TRUE
             WHEN NOT REC-RECLAMANTE-OK
                  MOVE IB-RIGA-TIPO-ERRATO      TO IB-ERRORE
             WHEN NOT REC-CANALE-OK
                  MOVE IB-RIGA-CANALE-ERRATO    TO IB-ERRORE
             WHEN IN-CATEGORIA IS NOT NUMERIC
                  MOVE IB-RIGA-CATEGORIA-ERRATA TO IB-ERRORE
             WHEN NOT REC-RIF-OK
                  MOVE IB-RIGA-RIF-ERRATO       TO IB-ERRORE
             WHEN OTHER
                  MOVE IN-CATEGORIA             TO IB-CATEGORIA
                  IF  IB-CATEGORIA = ZERO
                  OR  IB-CATEGORIA > REC-NUM-CATEGORIE
                  THEN
                      MOVE IB-RIGA-CATEGORIA-ERRATA TO IB-ERRORE
                  END-IF
           END-EVALUATE
           IF  IB-ERRORE NOT = SPACE
           THEN
               MOVE IB-ERRORE             TO IB-RIGA-RISP(1)
               GO TO 3000-REGISTRA-X
           END-IF
      *
           EXEC SQL SELECT COUNT(*)
                      INTO :IB-CONTA
                      FROM T_ANA_NDG
                     WHERE ANA_NDG = :IB-NDG
           END-EXEC
           IF  SQLCODE NOT = ZERO OR IB-CONTA = ZERO
           THEN
               MOVE IB-RIGA-NDG-IGNOTO    TO IB-RIGA-RISP(1)
               GO TO 3000-REGISTRA-X
           END-IF
      *
           PERFORM 3100-DATA-RICEZIONE    THRU 3100-DATA-RICEZIONE-X
           IF  IB-ERRORE NOT = SPACE
           THEN
               MOVE IB-ERRORE             TO IB-RIGA-RISP(1)
               GO TO 3000-REGISTRA-X
           END-IF
           PERFORM 3200-COLLEGAMENTO      THRU 3200-COLLEGAMENTO-X
           IF  IB-ERRORE NOT = SPACE
           THEN
               MOVE IB-ERRORE             TO IB-RIGA-RISP(1)
               GO TO 3000-REGISTRA-X
           END-IF
      *
           EXEC SQL SELECT NEXT VALUE FOR S_NUM_RECL
                      INTO :IB-WK-VALUE
                      FROM T_GEN_SOCI
                     WHERE SOCI_CODSOC = 100
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE SQLCODE               TO RD-SQLCODE
               MOVE IB-RIGA-ERRORE-DB2    TO IB-RIGA-RISP(1)
               GO TO 3000-REGISTRA-X
           END-IF
           MOVE IB-WK-VALUE               TO IB-ID
      *
           EXEC SQL INSERT  INTO T_DFAX_RECLAMI
                            (REC_ID
                            ,REC_NDG
                            ,REC_TIPO_REC
                            ,REC_CANALE
                            ,REC_CATEGORIA
                            ,REC_TIPO_RIF
                            ,REC_NUM_PRA
                            ,REC_CRO
                            ,REC_CODKTR
                            ,REC_VDR
                            ,REC_FLUSSO
                            ,REC_DATA_RIC
                            ,REC_DATA_SCAD
                            ,REC_STATO
                            ,REC_ASSEGNATARIO
                            ,REC_ESITO
                            ,REC_NOTE
                            ,REC_UTENTE_INS
                            ,REC_DATA_INS
                            ,REC_UTENTE_AGG
                            ,REC_DATA_AGG)
                    VALUES (:IB-ID
                           ,:IB-NDG
                           ,:REC-TIPO-RECLAMANTE
                           ,:REC-CANALE
                           ,:IB-CATEGORIA
                           ,:REC-TIPO-RIF
                           ,:IB-NUM-PRA
                           ,:IB-CRO
                           ,:IB-CODKTR
                           ,:IB-VDR
                           ,:IB-FLUSSO
                           ,DATE(:IB-DATA-RIC)
                           ,DATE(:IB-DATA-SCAD)
                           ,'A'
                           ,' '
                           ,' '
                           ,' '
                           ,:IB-UTENTE
                           ,CURRENT TIMESTAMP
                           ,:IB-UTENTE
                           ,CURRENT TIMESTAMP)
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               EXEC CICS SYNCPOINT END-EXEC
               MOVE IB-ID                 TO RR-ID
               MOVE IB-DATA-SCAD          TO RR-DATA-SCAD
               MOVE IB-RIGA-REGISTRATO    TO IB-RIGA-RISP(1)
           ELSE
               MOVE SQLCODE               TO RD-SQLCODE
               MOVE IB-RIGA-ERRORE-DB2    TO IB-RIGA-RISP(1)
           END-IF.
      *----------------------------------------------------------------*
       3000-REGISTRA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3100-DATA-RICEZIONE: ASSENTE = OGGI. UNA DATA IMPOSSIBILE
      *    FA FALLIRE LA DATE() E VIENE RESPINTA COME QUELLA FUTURA
      *----------------------------------------------------------------*
       3100-DATA-RICEZIONE.
           MOVE IN-DATA-RIC               TO IB-DATA-RIC
           IF  IB-DATA-RIC = SPACE
           THEN
               EXEC SQL VALUES CHAR(CURRENT DATE, ISO)
                          INTO :IB-DATA-RIC
               END-EXEC
           END-IF
           IF  IB-DATA-RIC(5:1) NOT = '-'
           OR  IB-DATA-RIC(8:1) NOT = '-'
           OR  IB-DATA-RIC(1:4) IS NOT NUMERIC
           OR  IB-DATA-RIC(6:2) IS NOT NUMERIC
           OR  IB-DATA-RIC(9:2) IS NOT NUMERIC
           THEN
               MOVE IB-RIGA-DATA-ERRATA   TO IB-ERRORE
               GO TO 3100-DATA-RICEZIONE-X
           END-IF
           EXEC SQL SELECT CHAR(DATE(:IB-DATA-RIC)
                                + :REC-GG-RISPOSTA DAYS, ISO),
                           CASE WHEN DATE(:IB-DATA-RIC) > CURRENT DATE
                                THEN 'S' ELSE 'N'
                           END
                      INTO :IB-DATA-SCAD, :IB-DATA-FUTURA
                      FROM T_GEN_SOCI
                     WHERE SOCI_CODSOC = 100
           END-EXEC
           IF  SQLCODE NOT = ZERO
           OR  IB-DATA-FUTURA = 'S'
           THEN
               MOVE IB-RIGA-DATA-ERRATA   TO IB-ERRORE
           END-IF.
      *----------------------------------------------------------------*
       3100-DATA-RICEZIONE-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3200-COLLEGAMENTO: L'OGGETTO DEVE ESISTERE. DA PRATICA E
      *    BONIFICO DFAX SI RISALE AL DEALER; IL FLUSSO E' 'DFAX' PER
      *    LE PRATICHE, 'BE' + CANALE DI ACQUISIZIONE PER I BONIFICI,
      *    IL CANALE DEL CONTRATTO PER I CONTRATTI
      *----------------------------------------------------------------*
       3200-COLLEGAMENTO.
           MOVE ZERO                      TO IB-NUM-PRA IB-VDR
           MOVE SPACE                     TO IB-CRO IB-CODKTR IB-FLUSSO
           EVALUATE TRUE
             WHEN REC-RIF-PRATICA
                  IF  IN-RIFERIMENTO(1:14) IS NOT NUMERIC
                  THEN
                      MOVE IB-RIGA-PRATICA-IGNOTA TO IB-ERRORE
                      GO TO 3200-COLLEGAMENTO-X
                  END-IF
                  MOVE IN-RIFERIMENTO(1:14)    TO IB-NUM-PRA
                  PERFORM 3210-DEALER-PRATICA
                     THRU 3210-DEALER-PRATICA-X
                  IF  IB-CONTA = ZERO
                  THEN
                      MOVE IB-RIGA-PRATICA-IGNOTA TO IB-ERRORE
                      GO TO 3200-COLLEGAMENTO-X
                  END-IF
                  MOVE 'DFAX'                  TO IB-FLUSSO
             WHEN REC-RIF-BONIFICO
                  MOVE IN-RIFERIMENTO          TO IB-CRO
                  EXEC SQL SELECT COUNT(*), COALESCE(MAX(OPE_CANALE),
                                                     ' ')
                             INTO :IB-CONTA, :IB-OPE-CANALE
                             FROM BE00TBMO
                            WHERE CRO_OPE = :IB-CRO
                  END-EXEC
                  IF  SQLCODE NOT = ZERO OR IB-CONTA = ZERO
                  THEN
                      MOVE IB-RIGA-CRO-IGNOTO  TO IB-ERRORE
                      GO TO 3200-COLLEGAMENTO-X
                  END-IF
                  STRING 'BE' IB-OPE-CANALE
                         DELIMITED BY SIZE   INTO IB-FLUSSO
                  END-STRING
                  EXEC SQL SELECT COALESCE(MAX(BON_NUM_PRA), 0)
                             INTO :IB-NUM-PRA
                             FROM T_DFAX_BONIF
                            WHERE BON_CRO = :IB-CRO
                  END-EXEC
                  IF  SQLCODE = ZERO AND IB-NUM-PRA > ZERO
                  THEN
                      PERFORM 3210-DEALER-PRATICA
                         THRU 3210-DEALER-PRATICA-X
                  ELSE
                      MOVE ZERO                TO IB-NUM-PRA
                  END-IF
             WHEN REC-RIF-CONTRATTO
                  MOVE IN-RIFERIMENTO(1:13)    TO IB-CODKTR
                  EXEC SQL SELECT COUNT(*), COALESCE(MAX(CODCNL), ' ')
                             INTO :IB-CONTA, :IB-FLUSSO
                             FROM TE000902
                            WHERE CODKTR = :IB-CODKTR
                  END-EXEC
                  IF  SQLCODE NOT = ZERO OR IB-CONTA = ZERO
                  THEN
                      MOVE IB-RIGA-CONTRATTO-IGNOTO TO IB-ERRORE
                      GO TO 3200-COLLEGAMENTO-X
                  END-IF
             WHEN OTHER
                  CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------*
       3200-COLLEGAMENTO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       3210-DEALER-PRATICA.
           MOVE ZERO                      TO IB-CONTA IB-VDR
           EXEC SQL SELECT COUNT(*), COALESCE(MAX(INV_VDR), 0)
                      INTO :IB-CONTA, :IB-VDR
                      FROM T_DFAX_INVIO
                     WHERE INV_NUM_PRA = :IB-NUM-PRA
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE ZERO                  TO IB-CONTA IB-VDR
           END-IF.
      *----------------------------------------------------------------*
       3210-DEALER-PRATICA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-ASSEGNA: SENZA UTENTE IL RECLAMO VA A CHI LO ASSEGNA;
      *    SI PUO' RIASSEGNARE FINCHE' NON E' CHIUSO
      *----------------------------------------------------------------*
       4000-ASSEGNA.
           MOVE 1                         TO IB-NUM-RIGHE
           PERFORM 4900-LEGGI-STATO       THRU 4900-LEGGI-STATO-X
           IF  IB-ERRORE NOT = SPACE
           THEN
               MOVE IB-ERRORE             TO IB-RIGA-RISP(1)
               GO TO 4000-ASSEGNA-X
           END-IF
           MOVE IN-ASSEGNATARIO           TO IB-ASSEGNATARIO
           IF  IB-ASSEGNATARIO = SPACE
           THEN
               MOVE IB-UTENTE             TO IB-ASSEGNATARIO
           END-IF
           EXEC SQL UPDATE T_DFAX_RECLAMI
                       SET REC_STATO        = 'L',
                           REC_ASSEGNATARIO = :IB-ASSEGNATARIO,
                           REC_DATA_ASS     = CURRENT TIMESTAMP,
                           REC_UTENTE_AGG   = :IB-UTENTE,
                           REC_DATA_AGG     = CURRENT TIMESTAMP
                     WHERE REC_ID = :IB-ID
           END-EXEC
           IF  SQLCODE = ZERO
           THEN
               EXEC CICS SYNCPOINT END-EXEC
               MOVE IB-RIGA-ASSEGNATO     TO IB-RIGA-RISP(1)
           ELSE
               MOVE SQLCODE               TO RD-SQLCODE
               MOVE IB-RIGA-ERRORE-DB2    TO IB-RIGA-RISP(1)
           END-IF.
      *----------------------------------------------------------------*
       4000-ASSEGNA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4500-CHIUDI: ESITO E MOTIVAZIONE OBBLIGATORI; UN RECLAMO
      *    MAI ASSEGNATO RESTA A CARICO DI CHI LO CHIUDE
      *----------------------------------------------------------------*
       4500-CHIUDI.
           MOVE 1                         TO IB-NUM-RIGHE
           MOVE IN-ESITO                  TO REC-ESITO
           IF  NOT REC-ESITO-OK
           THEN
               MOVE IB-RIGA-ESITO-ERRATO  TO IB-RIGA-RISP(1)
               GO TO 4500-CHIUDI-X
           END-IF
           MOVE IN-NOTE                   TO IB-NOTE
           IF  IB-NOTE = SPACE
           THEN
               MOVE IB-RIGA-NOTE-MANCANTI TO IB-RIGA-RISP(1)
               GO TO 4500-CHIUDI-X
           END-IF
           PERFORM 4900-LEGGI-STATO       THRU 4900-LEGGI-STATO-X
           IF  IB-ERRORE NOT = SPACE
           THEN
               MOVE IB-ERRORE             TO IB-RIGA-RISP(1)
               GO TO 4500-CHIUDI-X
           END-IF
           EXEC SQL UPDATE T_DFAX_RECLAMI
                       SET REC_STATO        = 'C',
                           REC_ESITO        = :REC-ESITO,
                           REC_NOTE         = :IB-NOTE,
                           REC_DATA_CHIUS   = CURRENT DATE,
                           REC_ASSEGNATARIO =
                               CASE WHEN REC_ASSEGNATARIO = ' '
                                    THEN :IB-UTENTE
                                    ELSE REC_ASSEGNATARIO
                               END,
                           REC_UTENTE_AGG   = :IB-UTENTE,
                           REC_DATA_AGG     = CURRENT TIMESTAMP
                     WHERE REC_ID = :IB-ID
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE SQLCODE               TO RD-SQLCODE
               MOVE IB-RIGA-ERRORE-DB2    TO IB-RIGA-RISP(1)
               GO TO 4500-CHIUDI-X
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           IF  IB-SCADUTO = 'S'
           THEN
               MOVE IB-RIGA-CHIUSO-TARDI  TO IB-RIGA-RISP(1)
           ELSE
               MOVE IB-RIGA-CHIUSO        TO IB-RIGA-RISP(1)
           END-IF.
      *----------------------------------------------------------------*
       4500-CHIUDI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4900-LEGGI-STATO: IL RECLAMO DEVE ESISTERE E NON ESSERE
      *    CHIUSO; IB-SCADUTO DICE SE IL TERMINE E' GIA' SUPERATO
      *----------------------------------------------------------------*
       4900-LEGGI-STATO.
           MOVE SPACE                     TO IB-ERRORE IB-SCADUTO
           EXEC SQL SELECT REC_STATO,
                           CASE WHEN REC_DATA_SCAD < CURRENT DATE
                                THEN 'S' ELSE 'N'
                           END
                      INTO :REC-STATO, :IB-SCADUTO
                      FROM T_DFAX_RECLAMI
                     WHERE REC_ID = :IB-ID
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE IB-RIGA-RECLAMO-IGNOTO TO IB-ERRORE
               GO TO 4900-LEGGI-STATO-X
           END-IF
           IF  REC-CHIUSO
           THEN
               MOVE IB-RIGA-GIA-CHIUSO    TO IB-ERRORE
           END-IF.
      *----------------------------------------------------------------*
       4900-LEGGI-STATO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5000-DETTAGLIO: SCHEDA DEL RECLAMO SU CINQUE RIGHE
      *----------------------------------------------------------------*
       5000-DETTAGLIO.
           MOVE 1                         TO IB-NUM-RIGHE
           EXEC SQL SELECT REC_ID, REC_NDG, REC_TIPO_REC, REC_CANALE,
                           REC_CATEGORIA, REC_TIPO_RIF, REC_NUM_PRA,
                           REC_CRO, REC_CODKTR, REC_VDR, REC_FLUSSO,
                           CHAR(REC_DATA_RIC, ISO),
                           CHAR(REC_DATA_SCAD, ISO),
                           REC_STATO, REC_ASSEGNATARIO, REC_ESITO,
                           COALESCE(CHAR(REC_DATA_CHIUS, ISO), ' '),
                           REC_NOTE
                      INTO :IB-F-ID, :IB-F-NDG, :IB-F-TIPO-REC,
                           :IB-F-CANALE, :IB-F-CATEGORIA,
                           :IB-F-TIPO-RIF, :IB-F-NUM-PRA,
                           :IB-F-CRO, :IB-F-CODKTR, :IB-F-VDR,
                           :IB-F-FLUSSO, :IB-F-DATA-RIC,
                           :IB-F-DATA-SCAD, :IB-F-STATO,
                           :IB-F-ASSEGNATARIO, :IB-F-ESITO,
                           :IB-F-DATA-CHIUS, :IB-F-NOTE
                      FROM T_DFAX_RECLAMI
                     WHERE REC_ID = :IB-ID
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               MOVE IB-RIGA-RECLAMO-IGNOTO TO IB-RIGA-RISP(1)
               GO TO 5000-DETTAGLIO-X
           END-IF
      *
           MOVE IB-F-ID                   TO D1-ID
           MOVE IB-F-STATO                TO REC-STATO
           PERFORM 5900-DESCRIVI-STATO    THRU 5900-DESCRIVI-STATO-X
           MOVE RE-STATO                  TO D1-STATO
           MOVE IB-F-DATA-RIC             TO D1-DATA-RIC
           MOVE IB-F-CANALE               TO REC-CANALE
           EVALUATE TRUE
             WHEN REC-CANALE-LETTERA
                  MOVE 'LETTERA'          TO D1-CANALE
             WHEN REC-CANALE-PEC
                  MOVE 'PEC'              TO D1-CANALE
             WHEN REC-CANALE-FILIALE
                  MOVE 'FILIALE'          TO D1-CANALE
             WHEN OTHER
                  MOVE IB-F-CANALE        TO D1-CANALE
           END-EVALUATE
           MOVE IB-F-DATA-SCAD            TO D1-DATA-SCAD
           MOVE IB-RIGA-DET1              TO IB-RIGA-RISP(1)
      *
           MOVE IB-F-NDG                  TO D2-NDG
           IF  IB-F-TIPO-REC = 'D'
           THEN
               MOVE 'DEALER'              TO D2-TIPO-REC
           ELSE
               MOVE 'CLIENTE'             TO D2-TIPO-REC
           END-IF
           MOVE IB-F-CATEGORIA            TO D2-CATEGORIA
           MOVE SPACE                     TO D2-DES-CATEGORIA
           IF  IB-F-CATEGORIA > ZERO
           AND IB-F-CATEGORIA NOT > REC-NUM-CATEGORIE
           THEN
               MOVE REC-DES-CATEGORIA(IB-F-CATEGORIA)
                                          TO D2-DES-CATEGORIA
           END-IF
           MOVE IB-RIGA-DET2              TO IB-RIGA-RISP(2)
      *
           MOVE IB-F-TIPO-RIF             TO REC-TIPO-RIF
           MOVE SPACE                     TO D3-RIFERIMENTO
           EVALUATE TRUE
             WHEN REC-RIF-PRATICA
                  MOVE 'PRATICA'          TO D3-TIPO-RIF
                  MOVE IB-F-NUM-PRA       TO D3-RIFERIMENTO
             WHEN REC-RIF-BONIFICO
                  MOVE 'BONIFICO'         TO D3-TIPO-RIF
                  MOVE IB-F-CRO           TO D3-RIFERIMENTO
             WHEN REC-RIF-CONTRATTO
                  MOVE 'CONTRATTO'        TO D3-TIPO-RIF
                  MOVE IB-F-CODKTR        TO D3-RIFERIMENTO
             WHEN OTHER
                  MOVE 'NESSUN RIF'       TO D3-TIPO-RIF
           END-EVALUATE
           MOVE IB-F-VDR                  TO D3-VDR
           MOVE IB-F-FLUSSO               TO D3-FLUSSO
           MOVE IB-RIGA-DET3              TO IB-RIGA-RISP(3)
      *
           MOVE IB-F-ASSEGNATARIO         TO D4-ASSEGNATARIO
           MOVE IB-F-ESITO                TO REC-ESITO
           PERFORM 5950-DESCRIVI-ESITO    THRU 5950-DESCRIVI-ESITO-X
           MOVE IB-F-DATA-CHIUS           TO D4-DATA-CHIUS
           MOVE IB-RIGA-DET4              TO IB-RIGA-RISP(4)
           MOVE 4                         TO IB-NUM-RIGHE
           IF  IB-F-NOTE NOT = SPACE
           THEN
               MOVE IB-F-NOTE             TO D5-NOTE
               MOVE IB-RIGA-DET5          TO IB-RIGA-RISP(5)
               MOVE 5                     TO IB-NUM-RIGHE
           END-IF.
      *----------------------------------------------------------------*
       5000-DETTAGLIO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5500-ELENCO: RECLAMI DELL'NDG, UNA RIGA PER RECLAMO
      *----------------------------------------------------------------*
       5500-ELENCO.
           MOVE ZERO                      TO IB-NUM-RIGHE
           MOVE 'N'                       TO SW-FINE-RIGHE
           EXEC SQL OPEN CURS-REC END-EXEC
           PERFORM 5600-RIGA-ELENCO       THRU 5600-RIGA-ELENCO-X
                   UNTIL FINE-RIGHE
                   OR    IB-NUM-RIGHE NOT < IB-MAX-RIGHE
           EXEC SQL CLOSE CURS-REC END-EXEC
           IF  IB-NUM-RIGHE = ZERO
           THEN
               MOVE IB-RIGA-NESSUNO       TO IB-RIGA-RISP(1)
               MOVE 1                     TO IB-NUM-RIGHE
           END-IF.
      *----------------------------------------------------------------*
       5500-ELENCO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5600-RIGA-ELENCO.
           EXEC SQL FETCH CURS-REC
                    INTO :IB-F-ID, :IB-F-DATA-RIC, :IB-F-DATA-SCAD,
                         :IB-F-STATO, :IB-F-CATEGORIA, :IB-F-ESITO
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               SET FINE-RIGHE             TO TRUE
               GO TO 5600-RIGA-ELENCO-X
           END-IF
           MOVE IB-F-ID                   TO RE-ID
           MOVE IB-F-DATA-RIC             TO RE-DATA-RIC
           MOVE IB-F-DATA-SCAD            TO RE-DATA-SCAD
           MOVE IB-F-STATO                TO REC-STATO
           PERFORM 5900-DESCRIVI-STATO    THRU 5900-DESCRIVI-STATO-X
           MOVE SPACE                     TO RE-DES-CATEGORIA
           IF  IB-F-CATEGORIA > ZERO
           AND IB-F-CATEGORIA NOT > REC-NUM-CATEGORIE
           THEN
               MOVE REC-DES-CATEGORIA(IB-F-CATEGORIA)
                                          TO RE-DES-CATEGORIA
           END-IF
           MOVE IB-F-ESITO                TO RE-ESITO
           ADD 1                          TO IB-NUM-RIGHE
           MOVE IB-RIGA-ELENCO            TO
                IB-RIGA-RISP(IB-NUM-RIGHE).
      *----------------------------------------------------------------*
       5600-RIGA-ELENCO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5900-DESCRIVI-STATO.
           EVALUATE TRUE
             WHEN REC-APERTO
                  MOVE 'DA ASSEGNARE'     TO RE-STATO
             WHEN REC-ASSEGNATO
                  MOVE 'IN LAVORAZIONE'   TO RE-STATO
             WHEN REC-CHIUSO
                  MOVE 'CHIUSO'           TO RE-STATO
             WHEN OTHER
                  MOVE REC-STATO          TO RE-STATO
           END-EVALUATE.
      *----------------------------------------------------------------*
       5900-DESCRIVI-STATO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       5950-DESCRIVI-ESITO.
           EVALUATE TRUE
             WHEN REC-ACCOLTO
                  MOVE 'ACCOLTO'          TO D4-ESITO
             WHEN REC-ACCOLTO-PARZ
                  MOVE 'PARZIALMENTE ACCOLTO' TO D4-ESITO
             WHEN REC-RESPINTO
                  MOVE 'RESPINTO'         TO D4-ESITO
             WHEN OTHER
                  MOVE SPACE              TO D4-ESITO
           END-EVALUATE.
      *----------------------------------------------------------------*
       5950-DESCRIVI-ESITO-X.
           EXIT.
      *
      *----------------------------------------------------------------*
       6000-INVIA-RISPOSTA.
           IF  IB-NUM-RIGHE = ZERO
           THEN
               MOVE IB-RIGA-PROMPT        TO IB-RIGA-RISP(1)
               MOVE 1                     TO IB-NUM-RIGHE
           END-IF
           COMPUTE IB-LEN-RISP = IB-NUM-RIGHE * 80
           EXEC CICS SEND FROM   (IB-AREA-RISPOSTA)
                          LENGTH (IB-LEN-RISP)
                          ERASE
           END-EXEC.
      *----------------------------------------------------------------*
       6000-INVIA-RISPOSTA-X.
           EXIT.
      *
      ********************** EOM D05223IB *******************************
