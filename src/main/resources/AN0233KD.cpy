      ******************************************************************
      *                        AN0233KD                                *
      *                                                                *
      *  PROCEDURA    : ANAGRAFE GENERALE - IDENTIFICAZIONE DIGITALE   *
      *                 (SPID/CIE) DEGLI NDG IN ONBOARDING             *
      *  DESCRIZIONE  : SOTTOPROGRAMMA RICHIAMATO VIA LINK DAL CANALE  *
      *                 DIGITALE AL RIENTRO DELL'ASSERZIONE DI         *
      *                 IDENTITA' SPID (LIVELLO L2 O L3) O CIE (L3).   *
      *                 CONFRONTA CODICE FISCALE, COGNOME, NOME E DATA *
      *                 DI NASCITA DELL'ASSERZIONE CON L'NDG E         *
      *                 REGISTRA SEMPRE LA PROVA SU T_ANA_ID_DIGITALE  *
      *                 (PROVIDER, IDP, LIVELLO, ISTANTE E ID          *
      *                 DELL'ASSERZIONE, DATI ASSERITI, ESITO). UN ID  *
      *                 DI ASSERZIONE GIA' USATO VIENE RIFIUTATO.      *
      *                  - TUTTO COINCIDE: L'IDENTIFICAZIONE ENTRA NEL *
      *                    REGISTRO DOCUMENTI T_ANA_DOC_SCAD (TIPO     *
      *                    'SP' SPID SENZA SCADENZA, 'CE' CIE CON      *
      *                    NUMERO E SCADENZA DELLA CARTA) E IL FLAG    *
      *                    ANA_ONBOARDING SI CHIUDE                    *
      *                  - CAMPI DIVERSI: PROVA CON ESITO 'D' E CAMPI  *
      *                    DIFFERENTI, APERTA NELLA LISTA DI LAVORO    *
      *                    FILIALI DI AN0233RR                         *
      *  CREAZIONE    : OTTOBRE 2026                                   *
      *  AUTORE       : MARCHETTI S. - MANUTENZIONE ANAGRAFE           *
      *  INPUT        : COMMAREA (ASSERZIONE DI IDENTITA'), T_ANA_NDG  *
      *                 (DB2)                                          *
      *  OUTPUT       : COMMAREA (ESITO, CAMPI DIFFERENTI),            *
      *                 T_ANA_ID_DIGITALE, T_ANA_DOC_SCAD, T_ANA_NDG   *
      *                                                                *
      ******************************************************************
      * MS151026  PRIMA STESURA - VERIFICA DELL'IDENTITA' DIGITALE     *
      *           SPID/CIE E CHIUSURA AUTOMATICA DELL'ONBOARDING       *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     AN0233KD.
       ENVIRONMENT  DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA  DIVISION.
       WORKING-STORAGE  SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  W-ANA-CODFIS                PIC  X(16) VALUE SPACE.
       01  W-ANA-COGN                  PIC  X(40) VALUE SPACE.
       01  W-ANA-NOME                  PIC  X(40) VALUE SPACE.
       01  W-ANA-DT-NAS                PIC  9(08) VALUE ZERO.
       01  W-ANA-ONBOARDING            PIC  X(01) VALUE SPACE.
       01  W-STATO-ANA                 PIC  X(01) VALUE SPACE.
      *
      *    DATI ASSERITI IN MAIUSCOLO PER IL CONFRONTO
       01  W-ASS-CODFIS                PIC  X(16) VALUE SPACE.
       01  W-ASS-COGN                  PIC  X(40) VALUE SPACE.
       01  W-ASS-NOME                  PIC  X(40) VALUE SPACE.
      *
      *    CAMPI DIFFERENTI, UNA POSIZIONE FISSA PER CAMPO
       01  W-DIFF.
           02  W-DIFF-CODFIS           PIC  X(07) VALUE SPACE.
           02  W-DIFF-COGN             PIC  X(08) VALUE SPACE.
           02  W-DIFF-NOME             PIC  X(05) VALUE SPACE.
           02  W-DIFF-DT-NAS           PIC  X(10) VALUE SPACE.
           02  FILLER                  PIC  X(10) VALUE SPACE.
      *
       01  W-ESITO-IDD                 PIC  X(01) VALUE SPACE.
       01  W-STATO-LAV                 PIC  X(01) VALUE SPACE.
       01  W-CDDATO                    PIC  X(02) VALUE SPACE.
       01  W-NUM-DOC                   PIC  X(20) VALUE SPACE.
       01  W-DT-SCAD                   PIC  X(10) VALUE SPACE.
       01  W-CONTA                     PIC S9(05) COMP-3 VALUE ZERO.
      *
       01  W-MINUSCOLE                 PIC  X(26) VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       01  W-MAIUSCOLE                 PIC  X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
      *----------------------------------------------------------------*
       LINKAGE  SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           02  K23D-COMM-UTENTE         PIC  X(08).
           02  K23D-COMM-NDG            PIC  X(12).
           02  K23D-COMM-PROVIDER       PIC  X(04).
               88  K23D-PROV-SPID                    VALUE 'SPID'.
               88  K23D-PROV-CIE                     VALUE 'CIE '.
               88  K23D-PROV-VALIDO                  VALUE 'SPID'
                                                           'CIE '.
      *        GESTORE DI IDENTITA' (PER CIE IL MINISTERO)
           02  K23D-COMM-IDP            PIC  X(20).
           02  K23D-COMM-LIVELLO        PIC  X(02).
               88  K23D-LIVELLO-SUFF                 VALUE 'L2' 'L3'.
      *        ISTANTE DELL'ASSERZIONE AAAA-MM-GG-HH.MM.SS.NNNNNN
           02  K23D-COMM-TS-ASSERZIONE  PIC  X(26).
           02  K23D-COMM-ID-ASSERZIONE  PIC  X(64).
      *        DATI ASSERITI DAL PROVIDER
           02  K23D-COMM-CODFIS         PIC  X(16).
           02  K23D-COMM-COGN           PIC  X(40).
           02  K23D-COMM-NOME           PIC  X(40).
           02  K23D-COMM-DT-NAS         PIC  9(08).
      *        SOLO CIE: NUMERO E SCADENZA (AAAAMMGG) DELLA CARTA
           02  K23D-COMM-NUM-DOC        PIC  X(20).
           02  K23D-COMM-DT-SCAD-DOC    PIC  9(08).
      *        'S' IDENTIFICATO, 'D' CAMPI DIFFERENTI (LISTA DI
      *        LAVORO), 'N' RIFIUTATO
           02  K23D-COMM-ESITO          PIC  X(01).
               88  K23D-COMM-OK                      VALUE 'S'.
               88  K23D-COMM-DIFF                    VALUE 'D'.
               88  K23D-COMM-KO                      VALUE 'N'.
           02  K23D-COMM-MSG            PIC  X(40).
           02  K23D-COMM-CAMPI-DIFF     PIC  X(40).
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           SET K23D-COMM-KO             TO TRUE
           MOVE SPACE                   TO K23D-COMM-MSG
                                           K23D-COMM-CAMPI-DIFF
           PERFORM 1000-CONTROLLI       THRU 1000-CONTROLLI-X
           IF  K23D-COMM-MSG = SPACE
           THEN
               PERFORM 2000-CONFRONTA   THRU 2000-CONFRONTA-X
               PERFORM 3000-REGISTRA    THRU 3000-REGISTRA-X
           END-IF
           GOBACK.
      *
      *----------------------------------------------------------------*
      *    1000-CONTROLLI: ASSERZIONE UTILIZZABILE E NDG ESISTENTE
      *----------------------------------------------------------------*
       1000-CONTROLLI.
           IF  NOT K23D-PROV-VALIDO
           THEN
               MOVE 'PROVIDER NON VALIDO (SPID/CIE)'
                                        TO K23D-COMM-MSG
               GO TO 1000-CONTROLLI-X
           END-IF
           IF  NOT K23D-LIVELLO-SUFF
           OR  (K23D-PROV-CIE AND K23D-COMM-LIVELLO NOT = 'L3')
           THEN
               MOVE 'LIVELLO DI GARANZIA INSUFFICIENTE'
                                        TO K23D-COMM-MSG
               GO TO 1000-CONTROLLI-X
           END-IF
           IF  K23D-COMM-ID-ASSERZIONE = SPACE
           OR  K23D-COMM-TS-ASSERZIONE = SPACE
           THEN
               MOVE 'ID O ISTANTE ASSERZIONE MANCANTI'
                                        TO K23D-COMM-MSG
               GO TO 1000-CONTROLLI-X
           END-IF
      *
           MOVE ZERO                    TO W-CONTA
           EXEC SQL SELECT COUNT(*)
                      INTO :W-CONTA
                      FROM T_ANA_ID_DIGITALE
                     WHERE IDD_ID_ASSERZIONE = :K23D-COMM-ID-ASSERZIONE
           END-EXEC
           IF  W-CONTA > ZERO
           THEN
               MOVE 'ASSERZIONE GIA'' UTILIZZATA'
                                        TO K23D-COMM-MSG
               GO TO 1000-CONTROLLI-X
           END-IF
      *
           EXEC SQL SELECT COALESCE(ANA_CODFIS, ' '),
                           COALESCE(ANA_COGN, ' '),
                           COALESCE(ANA_NOME, ' '),
                           COALESCE(ANA_DT_NAS, 0),
                           COALESCE(ANA_ONBOARDING, ' '),
                           COALESCE(ANA_STATO, ' ')
                      INTO :W-ANA-CODFIS, :W-ANA-COGN, :W-ANA-NOME,
                           :W-ANA-DT-NAS, :W-ANA-ONBOARDING,
                           :W-STATO-ANA
                      FROM T_ANA_NDG
                     WHERE ANA_NDG = :K23D-COMM-NDG
           END-EXEC
           IF  SQLCODE NOT = ZERO
           OR  W-STATO-ANA = 'M'
           THEN
               MOVE 'NDG INESISTENTE O ACCORPATO'
                                        TO K23D-COMM-MSG
           END-IF.
      *----------------------------------------------------------------*
       1000-CONTROLLI-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CONFRONTA: I PROVIDER POSSONO RESTITUIRE MINUSCOLE
      *----------------------------------------------------------------*
       2000-CONFRONTA.
           MOVE K23D-COMM-CODFIS        TO W-ASS-CODFIS
           MOVE K23D-COMM-COGN          TO W-ASS-COGN
           MOVE K23D-COMM-NOME          TO W-ASS-NOME
           INSPECT W-ASS-CODFIS CONVERTING W-MINUSCOLE TO W-MAIUSCOLE
           INSPECT W-ASS-COGN   CONVERTING W-MINUSCOLE TO W-MAIUSCOLE
           INSPECT W-ASS-NOME   CONVERTING W-MINUSCOLE TO W-MAIUSCOLE
           INSPECT W-ANA-COGN   CONVERTING W-MINUSCOLE TO W-MAIUSCOLE
           INSPECT W-ANA-NOME   CONVERTING W-MINUSCOLE TO W-MAIUSCOLE
           MOVE SPACE                   TO W-DIFF
           IF  W-ASS-CODFIS NOT = W-ANA-CODFIS
           THEN
               MOVE 'CODFIS'            TO W-DIFF-CODFIS
           END-IF
           IF  W-ASS-COGN NOT = W-ANA-COGN
           THEN
               MOVE 'COGNOME'           TO W-DIFF-COGN
           END-IF
           IF  W-ASS-NOME NOT = W-ANA-NOME
           THEN
               MOVE 'NOME'              TO W-DIFF-NOME
           END-IF
           IF  K23D-COMM-DT-NAS NOT = W-ANA-DT-NAS
           THEN
               MOVE 'DATA NASC.'        TO W-DIFF-DT-NAS
           END-IF
           IF  W-DIFF = SPACE
           THEN
               MOVE 'S'                 TO W-ESITO-IDD
               MOVE 'C'                 TO W-STATO-LAV
           ELSE
               MOVE 'D'                 TO W-ESITO-IDD
               MOVE 'A'                 TO W-STATO-LAV
           END-IF.
      *----------------------------------------------------------------*
       2000-CONFRONTA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-REGISTRA: PROVA SEMPRE; REGISTRO DOCUMENTI E CHIUSURA
      *    ONBOARDING SOLO SE TUTTO COINCIDE
      *----------------------------------------------------------------*
       3000-REGISTRA.
           EXEC SQL INSERT INTO T_ANA_ID_DIGITALE
                           (IDD_NDG
                           ,IDD_PROVIDER
                           ,IDD_IDP
                           ,IDD_LIVELLO
                           ,IDD_TS_ASSERZIONE
                           ,IDD_ID_ASSERZIONE
                           ,IDD_CODFIS
                           ,IDD_COGN
                           ,IDD_NOME
                           ,IDD_DT_NAS
                           ,IDD_ESITO
                           ,IDD_CAMPI_DIFF
                           ,IDD_STATO_LAV
                           ,IDD_UTENTE
                           ,IDD_DATA_INS)
                    VALUES (:K23D-COMM-NDG
                           ,:K23D-COMM-PROVIDER
                           ,:K23D-COMM-IDP
                           ,:K23D-COMM-LIVELLO
                           ,TIMESTAMP(:K23D-COMM-TS-ASSERZIONE)
                           ,:K23D-COMM-ID-ASSERZIONE
                           ,:K23D-COMM-CODFIS
                           ,:K23D-COMM-COGN
                           ,:K23D-COMM-NOME
                           ,:K23D-COMM-DT-NAS
                           ,:W-ESITO-IDD
                           ,:W-DIFF
                           ,:W-STATO-LAV
                           ,:K23D-COMM-UTENTE
                           ,CURRENT TIMESTAMP)
           END-EXEC
           IF  SQLCODE NOT = ZERO
           THEN
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'REGISTRAZIONE PROVA NON RIUSCITA'
                                        TO K23D-COMM-MSG
               GO TO 3000-REGISTRA-X
           END-IF
      *
           IF  W-ESITO-IDD = 'D'
           THEN
               EXEC CICS SYNCPOINT END-EXEC
               SET K23D-COMM-DIFF       TO TRUE
               MOVE W-DIFF              TO K23D-COMM-CAMPI-DIFF
               MOVE 'DATI DIFFORMI - IN LISTA DI LAVORO FILIALE'
                                        TO K23D-COMM-MSG
               GO TO 3000-REGISTRA-X
           END-IF
      *
           PERFORM 3100-DOCUMENTO       THRU 3100-DOCUMENTO-X
           IF  SQLCODE = ZERO AND W-ANA-ONBOARDING = 'S'
           THEN
               EXEC SQL UPDATE T_ANA_NDG
                           SET ANA_ONBOARDING = 'N'
                         WHERE ANA_NDG        = :K23D-COMM-NDG
                           AND ANA_ONBOARDING = 'S'
               END-EXEC
           END-IF
           IF  SQLCODE = ZERO
           THEN
               EXEC CICS SYNCPOINT END-EXEC
               SET K23D-COMM-OK         TO TRUE
               MOVE 'IDENTITA'' DIGITALE VERIFICATA'
                                        TO K23D-COMM-MSG
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'AGGIORNAMENTO ANAGRAFE NON RIUSCITO'
                                        TO K23D-COMM-MSG
           END-IF.
      *----------------------------------------------------------------*
       3000-REGISTRA-X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3100-DOCUMENTO: L'IDENTIFICAZIONE SPID NON SCADE; LA CIE
      *    VALE FINO ALLA SCADENZA DELLA CARTA
      *----------------------------------------------------------------*
       3100-DOCUMENTO.
           IF  K23D-PROV-CIE
           AND K23D-COMM-NUM-DOC NOT = SPACE
           AND K23D-COMM-DT-SCAD-DOC NOT = ZERO
           THEN
               MOVE 'CE'                TO W-CDDATO
               MOVE K23D-COMM-NUM-DOC   TO W-NUM-DOC
               MOVE '    -  -  '        TO W-DT-SCAD
               MOVE K23D-COMM-DT-SCAD-DOC (1:4) TO W-DT-SCAD (1:4)
               MOVE K23D-COMM-DT-SCAD-DOC (5:2) TO W-DT-SCAD (6:2)
               MOVE K23D-COMM-DT-SCAD-DOC (7:2) TO W-DT-SCAD (9:2)
           ELSE
               MOVE 'SP'                TO W-CDDATO
               MOVE K23D-COMM-ID-ASSERZIONE
                                        TO W-NUM-DOC
               MOVE '9999-12-31'        TO W-DT-SCAD
           END-IF
           EXEC SQL INSERT INTO T_ANA_DOC_SCAD
                           (DOC_NDG
                           ,DOC_CDDATO
                           ,DOC_NUMERO
                           ,DOC_DT_SCAD
                           ,DOC_AUTORITA)
                    VALUES (:K23D-COMM-NDG
                           ,:W-CDDATO
                           ,:W-NUM-DOC
                           ,DATE(:W-DT-SCAD)
                           ,:K23D-COMM-IDP)
           END-EXEC.
      *----------------------------------------------------------------*
       3100-DOCUMENTO-X.
           EXIT.
      *
      ********************** EOM AN0233KD *******************************
