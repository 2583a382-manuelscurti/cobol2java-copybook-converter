      * MS010926  CANALE-PEC SOLO SUL PERCORSO MAIL: NIENTE PIU'        *
      *           ROUTING/TRACCIA PEC SU DINIEGHI USCITI VIA FAX;       *
      *           DICHIARAZIONE CURS-KIT SPOSTATA DOPO LE HOST VAR      *
      * MS151026  ESTRATTO MENSILE CONTRIBUTI CAMPAGNA: LOG DEI        *
      *           CONTRIBUTI DI CALCOLA-DLCORSERFIN E DELLA QUOTA      *
      *           TRATTENUTA AL DEALER SU T_DFAX_CONTR_LOG (D05223RT)  *
      * MS151026  EROGAZIONE FRAZIONATA SUI RIFINANZIAMENTI:           *
      *           ESTINZIONI AI VECCHI FINANZIATORI (T_DFAX_ESTINZ)    *
      *           E RESIDUO AL DEALER NELLA STESSA DISTINTA BE00TBMO,  *
      *           RIPARTIZIONE STAMPATA SULL'ESITO                     *
      * MS151026  SCADENZA E PROROGHE DEGLI ESITI APPROVATI SU         *
      *           T_DFAX_SCAD PER LO SWEEP D05223RV; NIENTE BONIFICO   *
      *           SU APPROVAZIONE DECADUTA SENZA NUOVA PROROGA         *
      * MS151026  NIENTE BONIFICO SU PRATICA ANNULLATA O RECEDUTA      *
      *           (T_DFAX_ANNULLO, LAVORATA DA D05223RW)               *
      * MS151026  MANDATO SDD SULL'IBAN DI RIMBORSO ALL'APPROVAZIONE   *
      *           (T_DFAX_MANDATO, INVIATO E PREAVVISATO DA D05223RX)  *
      * MS151026  PLAFOND GIORNALIERO/SETTIMANALE PER DEALER: OLTRE    *
      *           LIMITE IL BONIFICO NASCE FERMO ('F') SU              *
      *           T_DFAX_HOLD_PLAF, DECISO DAL RISCHIO DI CREDITO      *
      *           (D05223I4)                                           *
      * MS151026  PIANO DI AMMORTAMENTO IN PAGINA AGGIUNTIVA (FXPA)    *
      *           SUGLI ESITI APPROVATI CLASSICI A RATA COSTANTE,      *
      *           ARCHIVIATO CON IL DOCUMENTO PER LE RISTAMPE          *
      * MS151026  PRODOTTO SU T_DFAX_SCAD PER LA LISTA DEI DOCUMENTI   *
      *           MANCANTI (D05223RZ); NIENTE BONIFICO SE MANCA UN     *
      *           DOCUMENTO OBBLIGATORIO BLOCCANTE (T_DFAX_DOC_OBBL)   *
      * MS151026  VERIFICA SCIPAFI DI CODICE FISCALE E DOCUMENTO DI    *
      *           IDENTITA' PRIMA DELL'ESITO: RISPOSTA PER PRATICA SU  *
      *           T_DFAX_SCIPAFI, NON CONFORMITA' = E015 E PRATICA     *
      *           FERMA FINO AL RILASCIO DELL'ANALISTA (D05223I6)      *
      * MS151026  EVENTI PER LA SEGNALAZIONE MENSILE AL SIC            *
      *           (D05223S0): APPROVAZIONE, RIFIUTO ED EROGAZIONE SU   *
      *           T_DFAX_SIC_EVT CON I DATI DI CLDRAC/DODRAC           *
      * MS151026  COORDINATE BANCARIE DEL DEALER VARIATE RISPETTO ALLA *
      *           FOTOGRAFIA NOTTURNA (D05223S1) O IN RAFFREDDAMENTO:  *
      *           IL BONIFICO AL DEALER NASCE FERMO (STATO_MOV 'Q')    *
      *           FINO A CONFERMA CON RICHIAMATA (D05223I8)            *
      * MS151026  AGENZIA DEL DEALER REGISTRATA SU T_DFAX_VDR_AGEN     *
      *           DALLE PRATICHE, PER LA SCHEDA DEALER (D05223I9)      *
      * MS151026  RIORGANIZZAZIONE AGENZIE (D05223S2): RECAPITI E      *
      *           INSTRADAMENTO DALL'AGENZIA EFFETTIVA DEL DEALER,     *
      *           LE PRATICHE NON SCAVALCANO LO SPOSTAMENTO DI RETE    *
      * MS151026  DB2 NON DISPONIBILE: RICHIESTA ACCANTONATA SULLA     *
      *           CODA TD RECUPERABILE DFSF E RISPOSTA D001 AL         *
      *           CHIAMANTE, RIPRESA CON D05223IA                      *
      * MS151026  PRODOTTO AMMESSO PER L'NNCG DEL CLIENTE ALLA DATA    *
      *           DELLA PRATICA (AN006012, T_DFAX_NNCG_PROD): SCARTO   *
      *           E017 SALVO DEROGA CONCESSA CON D05223IC; ECCEZIONI   *
      *           SU T_DFAX_NNCG_ECC PER IL RENDICONTO D05223S5        *
      * MS151026  BENE FINANZIATO DALLA COMMAREA (TELAIO, TARGA,       *
      *           PREZZO) SU T_DFAX_BENE E STAMPATO SULL'ESITO; TELAIO *
      *           GIA' FINANZIATO O FINANZIATO OLTRE IL PREZZO =       *
      *           PRATICA FERMA E018 PER L'ANALISTA FRODI (D05223ID)   *
      * MS151026  IMPOSTA SOSTITUTIVA DELLA PRATICA EROGATA NEL        *
      *           REGISTRO T_DFAX_IMSIP PER SOCIETA' E CATEGORIA       *
      *           FISCALE (823-INSERT-TIMSIP)                          *
      * MS151026  CLIENTE PARTE CORRELATA (T_ANA_PARTI_CORR): PRATICA  *
      *           SEGNALATA SU T_ANA_PARTI_CORR_OPE; SOPRA SOGLIA      *
      *           SENZA DELIBERA APPROVATA DEL CONSIGLIO = SCARTO      *
      *           E019 (061-CHECK-PARTI-CORR)                          *
      * MS151026  SCIPAFI: L'IDENTIFICAZIONE SPID (TIPO 'SP') NON E'   *
      *           UN DOCUMENTO, ESCLUSA DAL DOCUMENTO INVIATO          *
      *           (098-CHECK-SCIPAFI)                                  *
      * MS151026  PROCEDURE CONCORSUALI DAL REGISTRO IMPRESE           *
      *           (AN0233RT, T_ANA_PROC_CONC): CLIENTE O VDR IN        *
      *           PROCEDURA = SCARTO E020 (062-CHECK-PROC-CONC);       *
      *           BONIFICO AL DEALER IN PROCEDURA FERMO ('C') SU       *
      *           T_DFAX_HOLD_PROC                                     *
      * MS151026  FERMI SOVRAPPOSTI REGISTRATI TUTTI (PLAFOND,         *
      *           COORDINATE, PROCEDURA); FERMO NON SCRITTO = BONIFICO *
      *           ANNULLATO (826-ANNULLA-MOV); ESTINZIONE NON DISPOSTA *
      *           = RESIDUO NON INOLTRATO; CONTRIBUTO DI CAMPAGNA      *
      *           REGISTRATO SOLO A BONIFICO DISPOSTO; ESITO SQL       *
      *           CONTROLLATO SU BENE, SCIPAFI, NNCG, PARTI CORRELATE  *
      *           E SCADENZE; MANDATO SDD ANNULLATO O REVOCATO RIPARTE *
      *           COME NUOVO SE LA PRATICA TORNA APPROVATA             *
      * MS151026  EROGAZIONE SEGNALATA (SIC, IMSIP, SCADENZE) SOLO     *
      *           A BONIFICO DISPOSTO; PLAFOND DEALER NON VERIFICABILE *
      *           (ERRORE DB2) = BONIFICO FERMO PER PLAFOND; DOPO LO   *
      *           STORNO DI D05223K3 LA NUOVA EROGAZIONE SI SEGNALA    *
      * MS151026  ERRORE DB2 NEI CONTROLLI DEL BONIFICO: ESTINZIONI    *
      *           NON LETTE O NON LEGATE SU T_DFAX_BONIF = RESIDUO NON *
      *           INOLTRATO; DECADENZA, ANNULLO E DOCUMENTI NON        *
      *           VERIFICABILI = BONIFICO NON INOLTRATO; COORDINATE O  *
      *           PROCEDURE DEL DEALER NON VERIFICABILI = BONIFICO     *
      *           FERMO ('Q'/'C'); ANAGRAFE NON LEGGIBILE PER SCIPAFI  *
      *           = SCARTO E016                                        *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223A0
           02 FILLER                 PIC X(07)   VALUE SPACE.           MS220826
           02 RJD2-TESTO             PIC X(60).                         MS220826
           02 FILLER                 PIC X(13)   VALUE SPACE.           MS220826
      *----------------------------------------------------------------*MS151026
      *    CONTRIBUTI DI CAMPAGNA (T_DFAX_CONTR_LOG): PER OGNI PRATICA  MS151026
      *    CLASSICO CON CAMPAGNA (DJIDEN) RESTANO IL CONTRIBUTO         MS151026
      *    CALCOLATO IN CALCOLA-DLCORSERFIN, LA QUOTA DI INTERESSI      MS151026
      *    A CARICO DEL DEALER E QUANTO EFFETTIVAMENTE TRATTENUTO       MS151026
      *    SULL'EROGATO DEL BONIFICO (WK-INTVDR FINALE), PER            MS151026
      *    L'ESTRATTO MENSILE PER VDR DI D05223RT. UNA RIGA PER         MS151026
      *    PRATICA: SUI RINVII LA RIGA VIENE AGGIORNATA                 MS151026
      *----------------------------------------------------------------*MS151026
       01  CTR-NUM-PRA                  PIC 9(14)  VALUE ZERO.          MS151026
       01  CTR-VDR                      PIC 9(07)  VALUE ZERO.          MS151026
       01  CTR-CODSOC                   PIC 9(03)  VALUE ZERO.          MS151026
       01  CTR-IMP-INT-VDR              PIC S9(7)V99 COMP-3 VALUE ZERO. MS151026
       01  CTR-CONTRIBUTO               PIC S9(7)V99 COMP-3 VALUE ZERO. MS151026
       01  CTR-DOVUTO                   PIC S9(7)V99 COMP-3 VALUE ZERO. MS151026
       01  CTR-TRATTENUTO               PIC S9(7)V99 COMP-3 VALUE ZERO. MS151026
       01  CTR-IMPEROG                  PIC S9(7)V99 COMP-3 VALUE ZERO. MS151026
       01  SW-CONTR-CAMP                PIC X(01)  VALUE 'N'.           MS151026
           88  CONTR-CALCOLATO          VALUE 'S'.                      MS151026
      *
      *----------------------------------------------------------------*MS151026
      *    EROGAZIONE FRAZIONATA DELLE PRATICHE DI RIFINANZIAMENTO      MS151026
      *    (TFXFL_RIFI SU T_FIN_MAXI): OGNI FINANZIAMENTO DA ESTINGUERE MS151026
      *    (T_DFAX_ESTINZ, UNA RIGA CON IBAN DEL PRECEDENTE             MS151026
      *    FINANZIATORE E IMPORTO DI ESTINZIONE) HA IL SUO MOVIMENTO    MS151026
      *    BE00TBMO E SOLO IL RESIDUO DELL'EROGATO VA AL DEALER. TUTTI  MS151026
      *    I MOVIMENTI SONO NELLA STESSA DISTINTA E LEGATI ALLA PRATICA MS151026
      *    SU T_DFAX_BONIF (BON_TIPO_MOV 'E' ESTINZIONE, 'D' DEALER)    MS151026
      *----------------------------------------------------------------*MS151026
       01  EST-FL-RIFI                  PIC X(01)  VALUE SPACE.         MS151026
       01  EST-PROG                     PIC S9(04) COMP VALUE ZERO.     MS151026
       01  EST-IBAN                     PIC X(34)  VALUE SPACE.         MS151026
       01  EST-BENEF                    PIC X(70)  VALUE SPACE.         MS151026
       01  EST-IMPORTO                  PIC S9(7)V99 COMP-3 VALUE ZERO. MS151026
       01  EST-CONTA                    PIC S9(04) COMP VALUE ZERO.     MS151026
       01  EST-TOTALE                   PIC S9(7)V99 COMP-3 VALUE ZERO. MS151026
       01  EST-RESIDUO                  PIC S9(7)V99 COMP-3 VALUE ZERO. MS151026
       01  BE-NUM-MOV                   PIC S9(09) COMP-3 VALUE ZERO.   MS151026
       01  SW-RIFI                      PIC X(01)  VALUE 'N'.           MS151026
           88  PRATICA-RIFI             VALUE 'S'.                      MS151026
       01  SW-FINE-EST                  PIC X(01)  VALUE 'N'.           MS151026
           88  FINE-EST                 VALUE 'S'.                      MS151026
       01  SW-EST-KO                    PIC X(01)  VALUE 'N'.           MS151026
           88  EST-KO                   VALUE 'S'.                      MS151026
       01  RJOB-ESTINZ.                                                 MS151026
           02 FILLER                 PIC X(10)   VALUE SPACE.           MS151026
           02 RJS-DESCR              PIC X(16).                         MS151026
           02 RJS-BENEF              PIC X(30).                         MS151026
           02 FILLER                 PIC X(02)   VALUE SPACE.           MS151026
           02 RJS-IMPORTO            PIC Z.ZZZ.ZZ9,99.                  MS151026
           02 FILLER                 PIC X(10)   VALUE SPACE.           MS151026
      *
      *----------------------------------------------------------------*MS151026
      *    SCADENZA DELL'APPROVAZIONE (T_DFAX_SCAD): OGNI ESITO         MS151026
      *    APPROVATO REGISTRA SCADENZA (WK-SCAD, AAAAMMGG) E NUMERO     MS151026
      *    PROROGHE (WK-PROROGA) PER LO SWEEP GIORNALIERO D05223RV,     MS151026
      *    CHE MANDA IL PREAVVISO AL DEALER E FA DECADERE LE            MS151026
      *    APPROVAZIONI SCADUTE SENZA PROROGA. STATO: 'A' ATTIVA,       MS151026
      *    'P' PREAVVISATA, 'L' DECADUTA, 'E' EROGATA, 'X' PRATICA      MS151026
      *    ANNULLATA (D05223RW)                                         MS151026
      *----------------------------------------------------------------*MS151026
       01  SCA-DATA-SCAD                PIC X(10)  VALUE SPACE.         MS151026
       01  SCA-STATO                    PIC X(01)  VALUE SPACE.         MS151026
       01  SCA-PROROGA                  PIC 9(03)  VALUE ZERO.          MS151026
       01  ANN-CONTA                    PIC S9(05) COMP-3 VALUE ZERO.   MS151026
      *                                                                 MS151026
      *    DOCUMENTI OBBLIGATORI BLOCCANTI DEL PRODOTTO NON ANCORA      MS151026
      *    ARRIVATI DAL DEALER (T_DFAX_DOC_OBBL / T_DFAX_DOC_IN)        MS151026
       01  DOB-CONTA                    PIC S9(05) COMP-3 VALUE ZERO.   MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    VERIFICA SCIPAFI (098-CHECK-SCIPAFI): CODICE FISCALE E       MS151026
      *    ULTIMO DOCUMENTO DI IDENTITA' DELL'ANAGRAFE (T_ANA_NDG,      MS151026
      *    T_ANA_DOC_SCAD) CON NOMINATIVO E INDIRIZZO DI CLDRAC VANNO   MS151026
      *    AL REGISTRO PUBBLICO ANTIFRODE TRAMITE IL GATEWAY DFSCIPGW.  MS151026
      *    UNA RISPOSTA PER PRATICA SU T_DFAX_SCIPAFI, STATO: 'O'       MS151026
      *    CONFORME, 'H' FERMA PER L'ANALISTA FRODI, 'R' RILASCIATA,    MS151026
      *    'X' RESPINTA (DECISIONI DA D05223I6). LE PERSONE GIURIDICHE  MS151026
      *    (CODICE FISCALE NUMERICO DI 11) NON SONO CONSUMATORI E NON   MS151026
      *    VENGONO VERIFICATE                                           MS151026
      *----------------------------------------------------------------*MS151026
       01  SCP-STATO                    PIC X(01)  VALUE SPACE.         MS151026
       01  SCP-ESITO                    PIC X(01)  VALUE SPACE.         MS151026
       01  SCP-NDG                      PIC X(12)  VALUE SPACE.         MS151026
       01  SCP-COD-FISC                 PIC X(16)  VALUE SPACE.         MS151026
       01  SCP-COGNOME                  PIC X(30)  VALUE SPACE.         MS151026
       01  SCP-NOME                     PIC X(30)  VALUE SPACE.         MS151026
       01  SCP-DT-NAS                   PIC X(10)  VALUE SPACE.         MS151026
       01  SCP-TIPO-DOC                 PIC X(02)  VALUE SPACE.         MS151026
       01  SCP-NUM-DOC                  PIC X(20)  VALUE SPACE.         MS151026
       01  SCP-DT-SCAD-DOC              PIC X(10)  VALUE SPACE.         MS151026
       01  SCP-DETTAGLIO                PIC X(40)  VALUE SPACE.         MS151026
       01  SCP-ID-RISPOSTA              PIC X(30)  VALUE SPACE.         MS151026
      *                                                                 MS151026
       01  SCPGW-AREA.                                                  MS151026
           02  SCPGW-COD-FISC           PIC X(16).                      MS151026
           02  SCPGW-COGNOME            PIC X(30).                      MS151026
           02  SCPGW-NOME               PIC X(30).                      MS151026
           02  SCPGW-DT-NAS             PIC X(10).                      MS151026
           02  SCPGW-TIPO-DOC           PIC X(02).                      MS151026
           02  SCPGW-NUM-DOC            PIC X(20).                      MS151026
           02  SCPGW-DT-SCAD-DOC        PIC X(10).                      MS151026
           02  SCPGW-NOMINATIVO         PIC X(40).                      MS151026
           02  SCPGW-INDIRIZZO          PIC X(30).                      MS151026
           02  SCPGW-CAP                PIC 9(05).                      MS151026
           02  SCPGW-CITTA              PIC X(25).                      MS151026
           02  SCPGW-ESITO              PIC X(01).                      MS151026
               88  SCPGW-CONFORME                  VALUE 'C'.           MS151026
               88  SCPGW-CF-DIVERSO                VALUE 'F'.           MS151026
               88  SCPGW-DOC-DIVERSO               VALUE 'D'.           MS151026
               88  SCPGW-DOC-SEGNALATO             VALUE 'S'.           MS151026
               88  SCPGW-NON-DISPONIBILE           VALUE 'E'.           MS151026
           02  SCPGW-DETTAGLIO          PIC X(40).                      MS151026
           02  SCPGW-ID-RISPOSTA        PIC X(30).                      MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    EVENTI DELLA PRATICA PER IL SISTEMA DI INFORMAZIONI          MS151026
      *    CREDITIZIE (816-INSERT-TSICEVT, LETTI DA D05223S0):          MS151026
      *    'A' APPROVAZIONE, 'R' RIFIUTO, 'E' EROGAZIONE, 'V' VARIAZIONEMS151026
      *    DI UNA PRATICA GIA' SEGNALATA CON IMPORTI DIVERSI            MS151026
      *----------------------------------------------------------------*MS151026
       01  SIC-EVENTO                   PIC X(01)  VALUE SPACE.         MS151026
       01  SIC-CONTA                    PIC S9(05) COMP-3 VALUE ZERO.   MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    CONTROLLO VARIAZIONI DELLE COORDINATE BANCARIE DEL DEALER    MS151026
      *    (817-CHECK-VAR-BQE): LA RIGA TBVDBQE USATA PER IL BONIFICO   MS151026
      *    VIENE CONFRONTATA CON LA FOTOGRAFIA NOTTURNA                 MS151026
      *    T_DFAX_BQE_SNAP E CON LE VARIAZIONI APERTE SU                MS151026
      *    T_DFAX_BQE_VAR. IN CASO DI DUBBIO IL MOVIMENTO AL DEALER     MS151026
      *    NASCE FERMO ('Q', T_DFAX_HOLD_BQE) E LO RILASCIA D05223S1    MS151026
      *    A VARIAZIONE CONFERMATA E RAFFREDDAMENTO FINITO              MS151026
      *----------------------------------------------------------------*MS151026
       01  BQE-VDR                      PIC 9(07)  VALUE ZERO.          MS151026
       01  BQE-RANG                     PIC X(02)  VALUE SPACE.         MS151026
       01  BQE-CONTA-OK                 PIC S9(05) COMP-3 VALUE ZERO.   MS151026
       01  BQE-CONTA-VDR                PIC S9(05) COMP-3 VALUE ZERO.   MS151026
       01  BQE-CONTA-VAR                PIC S9(05) COMP-3 VALUE ZERO.   MS151026
       01  SW-BQE-FERMO                 PIC X(01)  VALUE 'N'.           MS151026
           88  BQE-FERMO                           VALUE 'S'.           MS151026
      *    MOTIVO DEL FERMO: COORDINATE VARIATE O NON VERIFICABILI      MS151026
      *    (ERRORE DB2, IL FERMO RESTA FINO ALLA VERIFICA D05223I8)     MS151026
       01  BQE-MOTIVO                   PIC X(01)  VALUE SPACE.         MS151026
           88  BQE-VARIATA                         VALUE 'V'.           MS151026
           88  BQE-NON-VERIFICATA                  VALUE 'E'.           MS151026
      *    FERMO NON REGISTRATO: IL MOVIMENTO VIENE ANNULLATO (826)     MS151026
       01  SW-HOLD-KO                   PIC X(01)  VALUE 'N'.           MS151026
           88  HOLD-KO                             VALUE 'S'.           MS151026
      *    BONIFICO DISPOSTO DA 795: SOLO ALLORA SI SEGNALA L'EROGAZIONEMS151026
       01  SW-BON-DISPOSTO              PIC X(01)  VALUE 'N'.           MS151026
           88  BON-DISPOSTO                        VALUE 'S'.           MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    AGENZIA CORRENTE DEL DEALER (819-AGGIORNA-AGE-VDR): UNA RIGA MS151026
      *    APERTA (VAG_DATA_A '9999-12-31') PER VDR SU T_DFAX_VDR_AGEN; MS151026
      *    SE LA PRATICA ARRIVA DA UN'ALTRA AGENZIA LA RIGA SI CHIUDE   MS151026
      *    E SE NE APRE UNA NUOVA, COSI' RESTA LA STORIA                MS151026
      *----------------------------------------------------------------*MS151026
       01  VAG-VDR                      PIC 9(07)  VALUE ZERO.          MS151026
       01  VAG-AGE                      PIC 9(03)  VALUE ZERO.          MS151026
       01  VAG-AGE-ATT                  PIC 9(03)  VALUE ZERO.          MS151026
       01  VAG-ORIGINE-ATT              PIC X(01)  VALUE SPACE.         MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    AGENZIA EFFETTIVA (820-AGE-CONTATTI): L'AGENZIA ACCORPATA O  MS151026
      *    CHIUSA DA D05223S2 (T_DFAX_AGE_RIORG TIPO 'A') PASSA ALLA    MS151026
      *    NUOVA, FINO A 5 ACCORPAMENTI IN CATENA; IL DEALER SPOSTATO   MS151026
      *    DALLA RIORGANIZZAZIONE (RIGA APERTA CON ORIGINE 'R') ESCE    MS151026
      *    CON LA SUA AGENZIA QUALUNQUE CODICE PORTI LA PRATICA         MS151026
      *----------------------------------------------------------------*MS151026
       01  VAG-AGE-PRA                  PIC 9(03)  VALUE ZERO.          MS151026
       01  VAG-AGE-CONT                 PIC 9(03)  VALUE ZERO.          MS151026
       01  VAG-AGE-NEW                  PIC 9(03)  VALUE ZERO.          MS151026
       01  VAG-SALTI                    PIC S9(04) COMP VALUE ZERO.     MS151026
       01  SW-VAG-ACCORPATA             PIC X(01)  VALUE 'N'.           MS151026
           88  VAG-ACCORPATA                       VALUE 'S'.           MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    ACCANTONAMENTO CON DB2 NON DISPONIBILE (040-ACCANTONA-       MS151026
      *    RICHIESTA): LA COMMAREA ORIGINALE VA SULLA CODA TD DFSF E    MS151026
      *    IL CHIAMANTE RICEVE D001; SE A CHIAMARE E' LA RIPRESA        MS151026
      *    (D05223IA) NON SI RIACCODA, LA RIPRESA SI FERMA E BASTA      MS151026
      *----------------------------------------------------------------*MS151026
           COPY D05223W0.                                               MS151026
       01  SPL-PGM-INVOCANTE            PIC X(08)  VALUE SPACE.         MS151026
       01  SPL-PGM-RIPRESA              PIC X(08)  VALUE 'D05223IA'.    MS151026
       01  SPL-RESP                     PIC S9(08) COMP VALUE ZERO.     MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    AMMISSIBILITA' NNCG/PRODOTTO (091-CHECK-NNCG): NATURA        MS151026
      *    GIURIDICA DEL CLIENTE ALLA DATA DELLA PRATICA (T_ANA_NDG,    MS151026
      *    RIPORTATA INDIETRO CON T_ANA_NDG_LOG SE VARIATA DOPO),       MS151026
      *    VALIDATA SU AN006012 E INCROCIATA CON LA MATRICE             MS151026
      *    T_DFAX_NNCG_PROD (RIGA NNCG '***' = REGOLA DEL PRODOTTO      MS151026
      *    PER SOC_DI_CAPITALE). UNA ECCEZIONE PER PRATICA SU           MS151026
      *    T_DFAX_NNCG_ECC: 'S' SCARTATA, 'D' DEROGA CONCESSA           MS151026
      *    (D05223IC), 'U' DEROGA UTILIZZATA (RENDICONTO D05223S5)      MS151026
      *----------------------------------------------------------------*MS151026
       01  NNC-DATA-RIF                 PIC 9(08)  VALUE ZERO.          MS151026
       01  NNC-NDG                      PIC X(12)  VALUE SPACE.         MS151026
       01  NNC-NNCG                     PIC X(03)  VALUE SPACE.         MS151026
       01  NNC-NNCG-PRE                 PIC X(03)  VALUE SPACE.         MS151026
       01  NNC-SOC-CAPITALE             PIC X(01)  VALUE SPACE.         MS151026
       01  NNC-AMMESSO                  PIC X(01)  VALUE SPACE.         MS151026
           88  NNC-PROD-AMMESSO                    VALUE 'S'.           MS151026
       01  NNC-STATO                    PIC X(01)  VALUE SPACE.         MS151026
           88  NNC-SCARTATA                        VALUE 'S'.           MS151026
           88  NNC-DEROGA-CONCESSA                 VALUE 'D'.           MS151026
           88  NNC-DEROGA-USATA                    VALUE 'U'.           MS151026
       01  NNC-ERRORE                   PIC X(50)  VALUE SPACE.         MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    PARTI CORRELATE (061-CHECK-PARTI-CORR): CLIENTE IN VIGORE    MS151026
      *    SUL REGISTRO T_ANA_PARTI_CORR ALLA DATA DELLA PRATICA =      MS151026
      *    PRATICA SEGNALATA SU T_ANA_PARTI_CORR_OPE (TIPO 'P',         MS151026
      *    IMPORTO IN CENTESIMI COME I BONIFICI). SOPRA LA SOGLIA DI    MS151026
      *    T_ANA_PARTI_CORR_CFG SERVE LA DELIBERA DEL CONSIGLIO SU      MS151026
      *    T_ANA_PARTI_CORR_DEL (AN0233KC): STATO DELIBERA 'N' NON      MS151026
      *    RICHIESTA, 'A' APPROVATA, 'M' MANCANTE E 'R' NEGATA, CHE     MS151026
      *    SCARTANO CON E019. RENDICONTO MENSILE AN0233RO               MS151026
      *----------------------------------------------------------------*MS151026
       01  PCR-NDG                      PIC X(12)  VALUE SPACE.         MS151026
       01  PCR-RUOLO                    PIC X(02)  VALUE SPACE.         MS151026
       01  PCR-RELAZIONE                PIC X(01)  VALUE SPACE.         MS151026
       01  PCR-DATA-RIF                 PIC X(10)  VALUE SPACE.         MS151026
       01  PCR-DT-OPER                  PIC X(08)  VALUE SPACE.         MS151026
       01  PCR-RIF                      PIC X(35)  VALUE SPACE.         MS151026
       01  PCR-IMPORTO                  PIC S9(18) COMP-3 VALUE ZERO.   MS151026
      *    SOGLIA DI DEFAULT 100.000,00 EURO, IN CENTESIMI              MS151026
       01  PCR-SOGLIA                   PIC S9(18) COMP-3               MS151026
                                        VALUE 10000000.                 MS151026
       01  PCR-ESITO-DEL                PIC X(01)  VALUE SPACE.         MS151026
       01  PCR-DELIBERA                 PIC X(01)  VALUE SPACE.         MS151026
           88  PCR-DEL-NON-RICHIESTA               VALUE 'N'.           MS151026
           88  PCR-DEL-APPROVATA                   VALUE 'A'.           MS151026
           88  PCR-DEL-MANCANTE                    VALUE 'M'.           MS151026
           88  PCR-DEL-NEGATA                      VALUE 'R'.           MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    PROCEDURE CONCORSUALI (062-CHECK-PROC-CONC, 824, 825): IL    MS151026
      *    REGISTRO T_ANA_PROC_CONC E' ALIMENTATO OGNI GIORNO DA        MS151026
      *    AN0233RT DAL REGISTRO IMPRESE. CLIENTE (ANA_PROC_CONC) O     MS151026
      *    VDR CON PROCEDURA APERTA = PRATICA SCARTATA CON E020; IL     MS151026
      *    BONIFICO AL DEALER IN PROCEDURA NASCE FERMO ('C') SU         MS151026
      *    T_DFAX_HOLD_PROC, DOVE RESTA ANCHE LO STATO CHE AVREBBE      MS151026
      *    AVUTO ALTRIMENTI (I/F/Q); GLI EVENTUALI FERMI PLAFOND E      MS151026
      *    COORDINATE SI REGISTRANO COMUNQUE E ALLA CHIUSURA AN0233RT   MS151026
      *    RIPORTA IL BONIFICO AL FERMO ANCORA APERTO                   MS151026
      *----------------------------------------------------------------*MS151026
       01  PRC-PROC-CLI                 PIC X(02)  VALUE SPACE.         MS151026
       01  PRC-CONTA                    PIC S9(05) COMP-3 VALUE ZERO.   MS151026
      *    'ER': PROCEDURE NON VERIFICABILI (ERRORE DB2), IL FERMO      MS151026
      *    LO RIVERIFICA OGNI NOTTE AN0233RT                            MS151026
       01  PRC-TIPO-VDR                 PIC X(02)  VALUE SPACE.         MS151026
           88  PRC-NON-VERIFICATA                  VALUE 'ER'.          MS151026
       01  PRC-STATO-ORIG               PIC X(01)  VALUE SPACE.         MS151026
       01  SW-PRC-VDR                   PIC X(01)  VALUE 'N'.           MS151026
           88  PRC-VDR-FERMO                       VALUE 'S'.           MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    BENE FINANZIATO (070-CHECK-BENE): TELAIO, TARGA, MARCA,      MS151026
      *    MODELLO, NUOVO/USATO E PREZZO DALLA COMMAREA, REGISTRATI PER MS151026
      *    PRATICA SU T_DFAX_BENE. STESSO TELAIO (O STESSA TARGA) SU    MS151026
      *    UN'ALTRA PRATICA VIVA, OPPURE FINANZIATO OLTRE LA TOLLERANZA MS151026
      *    SUL PREZZO DEL BENE = PRATICA FERMA ('H') PER L'ANALISTA     MS151026
      *    FRODI, CHE RILASCIA ('R') O RESPINGE ('X') CON D05223ID.     MS151026
      *    'O' = BENE VERIFICATO. LA TOLLERANZA COPRE ASSICURAZIONI E   MS151026
      *    SPESE FINANZIATE INSIEME AL BENE                             MS151026
      *----------------------------------------------------------------*MS151026
       01  BEN-TELAIO                   PIC X(17)  VALUE SPACE.         MS151026
       01  BEN-TARGA                    PIC X(10)  VALUE SPACE.         MS151026
       01  BEN-MARCA                    PIC X(20)  VALUE SPACE.         MS151026
       01  BEN-MODELLO                  PIC X(20)  VALUE SPACE.         MS151026
       01  BEN-NUOVO                    PIC X(01)  VALUE SPACE.         MS151026
       01  BEN-PREZZO                   PIC S9(7)V99 COMP-3 VALUE ZERO. MS151026
       01  BEN-LIMITE                   PIC S9(9)V99 COMP-3 VALUE ZERO. MS151026
       01  BEN-PERC-TOLL                PIC S9(03) COMP-3 VALUE 120.    MS151026
       01  BEN-PRA-DOPPIA               PIC 9(14)  VALUE ZERO.          MS151026
       01  BEN-MOTIVO                   PIC X(50)  VALUE SPACE.         MS151026
       01  BEN-CAMPO                    PIC X(10)  VALUE SPACE.         MS151026
       01  BEN-STATO                    PIC X(01)  VALUE SPACE.         MS151026
           88  BEN-VERIFICATO                      VALUE 'O'.           MS151026
           88  BEN-FERMO                           VALUE 'H'.           MS151026
           88  BEN-RILASCIATO                      VALUE 'R'.           MS151026
           88  BEN-RESPINTO                        VALUE 'X'.           MS151026
       01  SW-BEN-REGISTRATO            PIC X(01)  VALUE 'N'.           MS151026
           88  BEN-REGISTRATO                      VALUE 'S'.           MS151026
       01  RJOB-BENE1.                                                  MS151026
           02 FILLER                 PIC X(10)   VALUE SPACE.           MS151026
           02 FILLER                 PIC X(17)   VALUE                  MS151026
              'BENE FINANZIATO: '.                                      MS151026
           02 RJB-MARCA              PIC X(20).                         MS151026
           02 FILLER                 PIC X(01)   VALUE SPACE.           MS151026
           02 RJB-MODELLO            PIC X(20).                         MS151026
           02 FILLER                 PIC X(01)   VALUE SPACE.           MS151026
           02 RJB-NUOVO              PIC X(06).                         MS151026
           02 FILLER                 PIC X(05)   VALUE SPACE.           MS151026
       01  RJOB-BENE2.                                                  MS151026
           02 FILLER                 PIC X(10)   VALUE SPACE.           MS151026
           02 FILLER                 PIC X(08)   VALUE 'TELAIO: '.      MS151026
           02 RJB-TELAIO             PIC X(17).                         MS151026
           02 FILLER                 PIC X(09)   VALUE '  TARGA: '.     MS151026
           02 RJB-TARGA              PIC X(10).                         MS151026
           02 FILLER                 PIC X(10)   VALUE '  PREZZO: '.    MS151026
           02 RJB-PREZZO             PIC Z.ZZZ.ZZ9,99.                  MS151026
           02 FILLER                 PIC X(04)   VALUE SPACE.           MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    REGISTRO DELL'IMPOSTA SOSTITUTIVA (T_DFAX_IMSIP): ALLA       MS151026
      *    EROGAZIONE UNA RIGA 'E' PER PRATICA CON L'IMPOSTA (DLIMPIST),MS151026
      *    LA SOCIETA' E LA CATEGORIA FISCALE DEL PRODOTTO              MS151026
      *    (T_DFAX_IMSIP_CAT, SENZA RIGA 'ORD'). GLI STORNI 'S' DELLE   MS151026
      *    PRATICHE ANNULLATE E LA LIQUIDAZIONE MENSILE SONO DI D05223S6MS151026
      *----------------------------------------------------------------*MS151026
       01  IMS-CATEGORIA                PIC X(03)  VALUE SPACE.         MS151026
       01  IMS-IMPORTO                  PIC S9(7)V99 COMP-3 VALUE ZERO. MS151026
       01  IMS-IMPFIN                   PIC S9(7)V99 COMP-3 VALUE ZERO. MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    MANDATO SDD SULL'IBAN DI RIMBORSO (T_DFAX_MANDATO): SU OGNI  MS151026
      *    ESITO APPROVATO CON PAGAMENTO IN BANCA (WK-MOD-PAG NON 0)    MS151026
      *    SI CREA IL MANDATO, RIFERIMENTO 'DFAX'+SOCIETA'+PRATICA,     MS151026
      *    FIRMATO ALLA DATA DELL'ESITO; UN RINVIO CON IBAN CAMBIATO    MS151026
      *    SU UN MANDATO GIA' INVIATO DIVENTA UNA MODIFICA ('M').       MS151026
      *    STATO: 'C' DA INVIARE, 'I' INVIATO (D05223RX)                MS151026
      *----------------------------------------------------------------*MS151026
       01  MAN-RIF                      PIC X(35)  VALUE SPACE.         MS151026
       01  MAN-IBAN                     PIC X(27)  VALUE SPACE.         MS151026
       01  MAN-IBAN-PREC                PIC X(27)  VALUE SPACE.         MS151026
       01  MAN-STATO                    PIC X(01)  VALUE SPACE.         MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    PLAFOND GIORNALIERO E SETTIMANALE (7 GIORNI MOBILI) DEL      MS151026
      *    DEALER PAGATO (T_DFAX_PLAFOND: RIGA DEL VDR O, IN MANCANZA,  MS151026
      *    DEFAULT PER TIPO DEALER CON PLA_VDR = 0, LIMITI IN EURO, 0   MS151026
      *    = NESSUN LIMITE). IL BONIFICO AL DEALER CHE LO SUPEREREBBE   MS151026
      *    NASCE IN STATO 'F' (FERMO PLAFOND) E ASPETTA LA DECISIONE    MS151026
      *    DEL RISCHIO DI CREDITO (D05223I4) SU T_DFAX_HOLD_PLAF        MS151026
      *----------------------------------------------------------------*MS151026
       01  PLA-VDR                      PIC 9(07)  VALUE ZERO.          MS151026
       01  PLA-TIPVDR                   PIC X(01)  VALUE SPACE.         MS151026
       01  PLA-LIM-GG                   PIC S9(11)V99 COMP-3 VALUE ZERO.MS151026
       01  PLA-LIM-SETT                 PIC S9(11)V99 COMP-3 VALUE ZERO.MS151026
      *    EROGATO DEL GIORNO E DELLA SETTIMANA IN CENTESIMI            MS151026
       01  PLA-EROG-GG                  PIC S9(16) COMP-3 VALUE ZERO.   MS151026
       01  PLA-EROG-SETT                PIC S9(16) COMP-3 VALUE ZERO.   MS151026
       01  PLA-MOTIVO                   PIC X(01)  VALUE SPACE.         MS151026
           88  PLA-OLTRE-GG                        VALUE 'G'.           MS151026
           88  PLA-OLTRE-SETT                      VALUE 'S'.           MS151026
           88  PLA-NON-VERIFICATO                  VALUE 'E'.           MS151026
       01  BE-STATO-MOV                 PIC X(01)  VALUE 'I'.           MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    PIANO DI AMMORTAMENTO DEGLI ESITI APPROVATI CLASSICI: IL     MS151026
      *    TASSO MENSILE SI RICAVA PER BISEZIONE DA IMPFIN, RATE E      MS151026
      *    MAXIRATA; SCADENZE MENSILI DALLA DATA DELL'ESITO (STESSA     MS151026
      *    PRIMA RATA DEL MANDATO SDD). LE PAGINE (MODELLO FXPA)        MS151026
      *    VIAGGIANO NELLA CODA DELL'ESITO E FINISCONO QUINDI ANCHE     MS151026
      *    IN T_DFAX_ARCH: LA RISTAMPA DA D05223I1 RIPORTA LO STESSO    MS151026
      *    PIANO                                                        MS151026
      *----------------------------------------------------------------*MS151026
       01  PAM-TASSO                    PIC S9V9(12) COMP-3 VALUE ZERO. MS151026
       01  PAM-TASSO-MIN                PIC S9V9(12) COMP-3 VALUE ZERO. MS151026
       01  PAM-TASSO-MAX                PIC S9V9(12) COMP-3 VALUE ZERO. MS151026
       01  PAM-RESIDUO                  PIC S9(9)V9(6) COMP-3 VALUE 0.  MS151026
       01  PAM-RATA                     PIC S9(7)V99 COMP-3 VALUE ZERO. MS151026
       01  PAM-CAPITALE                 PIC S9(7)V99 COMP-3 VALUE ZERO. MS151026
       01  PAM-INTERESSI                PIC S9(7)V99 COMP-3 VALUE ZERO. MS151026
       01  PAM-TOT-RATE                 PIC S9(9)V99 COMP-3 VALUE ZERO. MS151026
       01  PAM-TOT-CAPITALE             PIC S9(9)V99 COMP-3 VALUE ZERO. MS151026
       01  PAM-TOT-INTERESSI            PIC S9(9)V99 COMP-3 VALUE ZERO. MS151026
       01  PAM-TAN                      PIC S9(3)V999 COMP-3 VALUE ZERO.MS151026
       01  PAM-N-RATE                   PIC 9(03)  VALUE ZERO.          MS151026
       01  PAM-PROG                     PIC 9(03)  VALUE ZERO.          MS151026
       01  PAM-PAG                      PIC 9(02)  VALUE ZERO.          MS151026
       01  PAM-RIGHE-PAG                PIC S9(04) COMP VALUE ZERO.     MS151026
       01  PAM-MAX-RIGHE                PIC S9(04) COMP VALUE 40.       MS151026
       01  PAM-ITERAZIONI               PIC S9(04) COMP VALUE 40.       MS151026
       01  PAM-MESI                     PIC S9(05) COMP VALUE ZERO.     MS151026
       01  PAM-ANNI                     PIC S9(05) COMP VALUE ZERO.     MS151026
       01  PAM-RESTO                    PIC S9(05) COMP VALUE ZERO.     MS151026
       01  PAM-GG-MESE                  PIC 9(02)  VALUE ZERO.          MS151026
       01  SW-PAM-MAXI                  PIC X(01)  VALUE 'N'.           MS151026
           88  PAM-CON-MAXI             VALUE 'S'.                      MS151026
       01  PAM-SCAD.                                                    MS151026
           03  PAM-SCAD-ANNO            PIC 9(04).                      MS151026
           03  PAM-SCAD-MM              PIC 9(02).                      MS151026
           03  PAM-SCAD-GG              PIC 9(02).                      MS151026
       01  PAM-TAB-GG-VAL               PIC X(24)  VALUE                MS151026
           '312831303130313130313031'.                                  MS151026
       01  PAM-TAB-GG REDEFINES PAM-TAB-GG-VAL.                         MS151026
           03  PAM-GG-MAX               PIC 9(02)  OCCURS 12.           MS151026
       01  RJOB-PAM-MOD.                                                MS151026
           02 FILLER                 PIC X(74)   VALUE SPACE.           MS151026
           02 RJPM-SOC               PIC XX      VALUE SPACE.           MS151026
           02 FILLER                 PIC X(4)    VALUE 'FXPA'.          MS151026
       01  RJOB-PAM1.                                                   MS151026
           02 FILLER                 PIC X(10)   VALUE SPACE.           MS151026
           02 FILLER                 PIC X(32)   VALUE                  MS151026
              'PIANO DI AMMORTAMENTO - PRATICA '.                       MS151026
           02 RJPA1-PRATICA          PIC 9(14).                         MS151026
           02 FILLER                 PIC X(08)   VALUE ' - PAG. '.      MS151026
           02 RJPA1-PAG              PIC Z9.                            MS151026
           02 FILLER                 PIC X(14)   VALUE SPACE.           MS151026
       01  RJOB-PAM2.                                                   MS151026
           02 FILLER                 PIC X(10)   VALUE SPACE.           MS151026
           02 FILLER                 PIC X(20)   VALUE                  MS151026
              'IMPORTO FINANZIATO  '.                                   MS151026
           02 FILLER                 PIC X       VALUE X'9F'.           MS151026
           02 RJPA2-IMPFIN           PIC Z.ZZZ.ZZ9,99.                  MS151026
           02 FILLER                 PIC X(07)   VALUE '  TAN  '.       MS151026
           02 RJPA2-TAN              PIC ZZ9,999.                       MS151026
           02 FILLER                 PIC X(09)   VALUE '%  TAEG  '.     MS151026
           02 RJPA2-TAEG             PIC ZZ9,99.                        MS151026
           02 FILLER                 PIC X(01)   VALUE '%'.             MS151026
           02 FILLER                 PIC X(07)   VALUE SPACE.           MS151026
       01  RJOB-PAM3.                                                   MS151026
           02 FILLER                 PIC X(02)   VALUE SPACE.           MS151026
           02 FILLER                 PIC X(03)   VALUE ' N.'.           MS151026
           02 FILLER                 PIC X(02)   VALUE SPACE.           MS151026
           02 FILLER                 PIC X(10)   VALUE 'SCADENZA'.      MS151026
           02 FILLER                 PIC X(02)   VALUE SPACE.           MS151026
           02 FILLER                 PIC X(12)   VALUE '        RATA'.  MS151026
           02 FILLER                 PIC X(03)   VALUE SPACE.           MS151026
           02 FILLER                 PIC X(12)   VALUE '    CAPITALE'.  MS151026
           02 FILLER                 PIC X(05)   VALUE SPACE.           MS151026
           02 FILLER                 PIC X(12)   VALUE '   INTERESSI'.  MS151026
           02 FILLER                 PIC X(05)   VALUE SPACE.           MS151026
           02 FILLER                 PIC X(12)   VALUE ' DEB.RESIDUO'.  MS151026
       01  RJOB-PAM4.                                                   MS151026
           02 FILLER                 PIC X(02)   VALUE SPACE.           MS151026
           02 RJPA4-PROG             PIC ZZ9.                           MS151026
           02 FILLER                 PIC X(02)   VALUE SPACE.           MS151026
           02 RJPA4-SCAD.                                               MS151026
              03 RJPA4-GG            PIC 9(02).                         MS151026
              03 FILLER              PIC X       VALUE '/'.             MS151026
              03 RJPA4-MM            PIC 9(02).                         MS151026
              03 FILLER              PIC X       VALUE '/'.             MS151026
              03 RJPA4-ANNO          PIC 9(04).                         MS151026
           02 FILLER                 PIC X(02)   VALUE SPACE.           MS151026
           02 RJPA4-RATA             PIC Z.ZZZ.ZZ9,99.                  MS151026
           02 FILLER                 PIC X(03)   VALUE SPACE.           MS151026
           02 RJPA4-CAPITALE         PIC Z.ZZZ.ZZ9,99.                  MS151026
           02 FILLER                 PIC X(05)   VALUE SPACE.           MS151026
           02 RJPA4-INTERESSI        PIC Z.ZZZ.ZZ9,99.                  MS151026
           02 FILLER                 PIC X(05)   VALUE SPACE.           MS151026
           02 RJPA4-RESIDUO          PIC Z.ZZZ.ZZ9,99.                  MS151026
       01  RJOB-PAM5.                                                   MS151026
           02 FILLER                 PIC X(07)   VALUE SPACE.           MS151026
           02 FILLER                 PIC X(12)   VALUE 'TOTALE'.        MS151026
           02 RJPA5-RATE             PIC ZZZZ.ZZ9,99.                   MS151026
           02 FILLER                 PIC X(04)   VALUE SPACE.           MS151026
           02 RJPA5-CAPITALE         PIC ZZZZ.ZZ9,99.                   MS151026
           02 FILLER                 PIC X(06)   VALUE SPACE.           MS151026
           02 RJPA5-INTERESSI        PIC ZZZZ.ZZ9,99.                   MS151026
           02 FILLER                 PIC X(18)   VALUE SPACE.           MS151026
       01  RJOB-PAM6.                                                   MS151026
           02 FILLER                 PIC X(07)   VALUE SPACE.           MS151026
           02 FILLER                 PIC X(60)   VALUE                  MS151026
              'L''ULTIMA RATA E'' LA MAXIRATA (IMPORTO RESIDUO) FINALE'.MS151026
           02 FILLER                 PIC X(13)   VALUE SPACE.           MS151026
      *                                                                 MS151026
       01  ITEM-TS                      PIC S9(04) COMP VALUE +0.
       01  LEN-TS                       PIC S9(04) COMP VALUE +80.
       01  AREA-MSG                     PIC X(80).
                  AND  KIT_ASSIC IN (:KIT-ASSIC, '*')                   MS010926
                ORDER BY KIT_ORDINE                                     MS010926
           END-EXEC.                                                    MS010926
      *                                                                 MS151026
           EXEC SQL DECLARE CURS-EST CURSOR FOR                         MS151026
               SELECT  EST_PROG, EST_IBAN, EST_BENEF, EST_IMPORTO       MS151026
                 FROM  T_DFAX_ESTINZ                                    MS151026
                WHERE  EST_NUM_PRA = :WK-NUMPRA                         MS151026
                ORDER BY EST_PROG                                       MS151026
           END-EXEC.                                                    MS151026
      *
      *----------------------------------------------------------------*
       LINKAGE  SECTION.
      *----------------------------------------------------------------*
       030-FINE-X.
           EXIT.
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    040-ACCANTONA-RICHIESTA: DB2 NON DISPONIBILE. IL LAVORO      MS151026
      *    FATTO FIN QUI SI ANNULLA, LA COMMAREA COM'ERA ALL'ARRIVO     MS151026
      *    VA SULLA CODA DFSF (COMMIT SUBITO) E AL CHIAMANTE TORNA      MS151026
      *    LA SOLA SEGNALAZIONE D001. SE LA CODA NON SI SCRIVE SI       MS151026
      *    TORNA AL TRATTAMENTO DI SEMPRE, CHE ABENDA                   MS151026
      *----------------------------------------------------------------*MS151026
       040-ACCANTONA-RICHIESTA.                                         MS151026
           IF  EIBCALEN NOT = LENGTH OF FAXCSERV                        MS151026
           THEN                                                         MS151026
               GO TO 040-ACCANTONA-RICHIESTA-X                          MS151026
           END-IF                                                       MS151026
           EXEC CICS ASSIGN INVOKINGPROG (SPL-PGM-INVOCANTE)            MS151026
           END-EXEC                                                     MS151026
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC                        MS151026
           IF  SPL-PGM-INVOCANTE = SPL-PGM-RIPRESA                      MS151026
           THEN                                                         MS151026
               GO TO 040-ACCANTONA-RICHIESTA-R                          MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           EXEC CICS ASKTIME ABSTIME (SPL-ABSTIME) END-EXEC             MS151026
           EXEC CICS FORMATTIME ABSTIME (SPL-ABSTIME)                   MS151026
                                YYYYMMDD (SPL-DATA)                     MS151026
                                TIME     (SPL-ORA)                      MS151026
           END-EXEC                                                     MS151026
           MOVE EIBTRMID            TO SPL-TERMID                       MS151026
           MOVE EIBTRNID            TO SPL-TRANSID                      MS151026
           MOVE SPL-SQLCODE-TEST    TO SPL-SQLCODE                      MS151026
           MOVE EIBCALEN            TO SPL-LEN-COMMAREA                 MS151026
           MOVE SPACE               TO SPL-COMMAREA                     MS151026
           MOVE DFHCOMMAREA (1:EIBCALEN)                                MS151026
                                    TO SPL-COMMAREA (1:EIBCALEN)        MS151026
           EXEC CICS WRITEQ TD QUEUE  (SPL-CODA)                        MS151026
                               FROM   (SPL-RECORD)                      MS151026
                               LENGTH (LENGTH OF SPL-RECORD)            MS151026
                               RESP   (SPL-RESP)                        MS151026
           END-EXEC                                                     MS151026
           IF  SPL-RESP NOT = DFHRESP(NORMAL)                           MS151026
           THEN                                                         MS151026
               GO TO 040-ACCANTONA-RICHIESTA-X                          MS151026
           END-IF                                                       MS151026
           EXEC CICS SYNCPOINT END-EXEC.                                MS151026
      *                                                                 MS151026
       040-ACCANTONA-RICHIESTA-R.                                       MS151026
           MOVE 1                   TO FAX-ERR-NUM                      MS151026
           MOVE SPL-COD-DIFFERITA   TO FAX-ERR-CODICE (1)               MS151026
           MOVE SPL-CAMPO-DIFFERITA TO FAX-ERR-CAMPO (1)                MS151026
           MOVE FAXCSERV TO DFHCOMMAREA (1:LENGTH OF FAXCSERV)          MS151026
           EXEC CICS RETURN END-EXEC.                                   MS151026
      *----------------------------------------------------------------*MS151026
       040-ACCANTONA-RICHIESTA-X.                                       MS151026
           EXIT.                                                        MS151026
      *
      *
      *----------------------------------------------------------------*MS220826
      *----------------------------------------------------------------*
      *
           INITIALIZE SW-PRATICA
           MOVE 'N'              TO SW-CONTR-CAMP                       MS151026
      *
           MOVE FAX-NUM-PRA      TO PRZ-PART-BYTE
           MOVE 14               TO NUM-MAX-CIFRE-INT
                               AND  DJCGRAT = 'P'                       SL241018
                                  PERFORM CALCOLA-DLCORSERFIN           SL241018
                                     THRU CALCOLA-DLCORSERFIN-x         SL241018
                                  SET CONTR-CALCOLATO TO TRUE           MS151026
                                  COMPUTE WK-INTVDR =                   RP300418
                                       PRAT-IMP-INT-VDR - DLCORSERFIN   RP300418
                               ELSE                                     RP300418
                   THRU 800-INSERT-TINFDFAX-X
                PERFORM 030-FINE THRU 030-FINE-X
           END-IF
      *                                                                 MS151026
      *    NATURA GIURIDICA DEL CLIENTE CONTRO LA MATRICE DEI PRODOTTI  MS151026
           PERFORM 091-CHECK-NNCG     THRU 091-CHECK-NNCG-X             MS151026
      *                                                                 MS151026
      *    CLIENTE PARTE CORRELATA: SEGNALAZIONE E DELIBERA SOPRA       MS151026
      *    SOGLIA                                                       MS151026
           PERFORM 061-CHECK-PARTI-CORR                                 MS151026
              THRU 061-CHECK-PARTI-CORR-X                               MS151026
      *                                                                 MS151026
      *    CLIENTE O VDR IN PROCEDURA CONCORSUALE: SCARTO BLOCCANTE     MS151026
           PERFORM 062-CHECK-PROC-CONC                                  MS151026
              THRU 062-CHECK-PROC-CONC-X                                MS151026
      *
      *    MOVE WK-NUMPRA       TO DOST-NUM-PRA                         CA310318
      *                            DOSS-NUM-PRA                         CA310318
      *    VDR CON ONBOARDING APERTO: INVISIBILE ALLA PRODUZIONE        MS010926
           PERFORM 097-CHECK-VDR-ONBOARD                                MS010926
              THRU 097-CHECK-VDR-ONBOARD-X                              MS010926
      *                                                                 MS151026
      *    IDENTITA' DEL CLIENTE CONTRO IL REGISTRO SCIPAFI             MS151026
           PERFORM 098-CHECK-SCIPAFI                                    MS151026
              THRU 098-CHECK-SCIPAFI-X                                  MS151026
      *                                                                 MS151026
      *    BENE FINANZIATO: TELAIO GIA' FINANZIATO O PREZZO INCOERENTE  MS151026
           PERFORM 070-CHECK-BENE                                       MS151026
              THRU 070-CHECK-BENE-X                                     MS151026
      *
      *    ETA' E TUTELE: MINORI FERMATI, PROTETTI INDIRIZZATI AL       MS010926
      *    TUTORE                                                       MS010926
       074-SBLOCCA-DFAX-PEND-X.                                       MS090826
           EXIT.                                                      MS090826
      *
      *----------------------------------------------------------------*MS151026
      *    061-CHECK-PARTI-CORR: CLIENTE PARTE CORRELATA (DIRETTA O     MS151026
      *    CONNESSA) IN VIGORE ALLA DATA DELLA PRATICA. CLIENTE SENZA   MS151026
      *    NDG O NON A REGISTRO = NESSUN CONTROLLO. LA PRATICA VIENE    MS151026
      *    SEGNALATA (ANCHE AI REINVII, CON L'IMPORTO AGGIORNATO); SE   MS151026
      *    L'IMPORTO FINANZIATO SUPERA LA SOGLIA SENZA DELIBERA         MS151026
      *    APPROVATA DEL CONSIGLIO LA PRATICA E' SCARTATA CON E019      MS151026
      *----------------------------------------------------------------*MS151026
       061-CHECK-PARTI-CORR.                                            MS151026
           EXEC SQL SELECT ANA_NDG                                      MS151026
                      INTO :PCR-NDG                                     MS151026
                      FROM T_ANA_NDG                                    MS151026
                     WHERE ANA_CODCLI = :WK-CODCLI                      MS151026
                     FETCH FIRST 1 ROW ONLY                             MS151026
           END-EXEC                                                     MS151026
           IF  SQLCODE NOT = ZERO                                       MS151026
           THEN                                                         MS151026
               GO TO 061-CHECK-PARTI-CORR-X                             MS151026
           END-IF                                                       MS151026
           MOVE W-ANNO-ELABORAZIONE TO PCR-DATA-RIF(1:4)                MS151026
           MOVE '-'                 TO PCR-DATA-RIF(5:1)                MS151026
           MOVE W-MM-ELABORAZIONE   TO PCR-DATA-RIF(6:2)                MS151026
           MOVE '-'                 TO PCR-DATA-RIF(8:1)                MS151026
           MOVE W-GG-ELABORAZIONE   TO PCR-DATA-RIF(9:2)                MS151026
      *    A PARITA' VALE IL RUOLO DIRETTO ('D' PRIMA DI 'N' E 'T')     MS151026
           EXEC SQL SELECT PCO_RUOLO, PCO_RELAZIONE                     MS151026
                      INTO :PCR-RUOLO, :PCR-RELAZIONE                   MS151026
                      FROM T_ANA_PARTI_CORR                             MS151026
                     WHERE PCO_NDG        = :PCR-NDG                    MS151026
                       AND PCO_STATO      = 'A'                         MS151026
                       AND PCO_DT_INIZIO <= DATE(:PCR-DATA-RIF)         MS151026
                       AND (PCO_DT_FINE IS NULL                         MS151026
                        OR  PCO_DT_FINE  >= DATE(:PCR-DATA-RIF))        MS151026
                     ORDER BY PCO_RELAZIONE, PCO_RUOLO                  MS151026
                     FETCH FIRST 1 ROW ONLY                             MS151026
           END-EXEC                                                     MS151026
           IF  SQLCODE NOT = ZERO                                       MS151026
           THEN                                                         MS151026
               GO TO 061-CHECK-PARTI-CORR-X                             MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           MOVE WK-NUMPRA           TO PCR-RIF                          MS151026
           MOVE W-DT-ELABORAZIONE   TO PCR-DT-OPER                      MS151026
           COMPUTE PCR-IMPORTO = WK-IMPFIN * 100                        MS151026
           EXEC SQL SELECT CFG_SOGLIA_DELIBERA                          MS151026
                      INTO :PCR-SOGLIA                                  MS151026
                      FROM T_ANA_PARTI_CORR_CFG                         MS151026
           END-EXEC                                                     MS151026
           SET PCR-DEL-NON-RICHIESTA TO TRUE                            MS151026
           IF  PCR-IMPORTO > PCR-SOGLIA                                 MS151026
           THEN                                                         MS151026
               MOVE SPACE           TO PCR-ESITO-DEL                    MS151026
               EXEC SQL SELECT DEL_ESITO                                MS151026
                          INTO :PCR-ESITO-DEL                           MS151026
                          FROM T_ANA_PARTI_CORR_DEL                     MS151026
                         WHERE DEL_NUM_PRA = :WK-NUMPRA                 MS151026
               END-EXEC                                                 MS151026
               EVALUATE TRUE                                            MS151026
                 WHEN SQLCODE = ZERO AND PCR-ESITO-DEL = 'A'            MS151026
                      SET PCR-DEL-APPROVATA  TO TRUE                    MS151026
                 WHEN SQLCODE = ZERO AND PCR-ESITO-DEL = 'N'            MS151026
                      SET PCR-DEL-NEGATA     TO TRUE                    MS151026
                 WHEN OTHER                                             MS151026
                      SET PCR-DEL-MANCANTE   TO TRUE                    MS151026
               END-EVALUATE                                             MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           EXEC SQL UPDATE T_ANA_PARTI_CORR_OPE                         MS151026
                       SET OPE_RUOLO      = :PCR-RUOLO                  MS151026
                          ,OPE_RELAZIONE  = :PCR-RELAZIONE              MS151026
                          ,OPE_IMPORTO    = :PCR-IMPORTO                MS151026
                          ,OPE_DT_OPER    = :PCR-DT-OPER                MS151026
                          ,OPE_DELIBERA   = :PCR-DELIBERA               MS151026
                     WHERE OPE_TIPO       = 'P'                         MS151026
                       AND OPE_RIF        = :PCR-RIF                    MS151026
                       AND OPE_NDG        = :PCR-NDG                    MS151026
           END-EXEC                                                     MS151026
           IF  SQLCODE = +100                                           MS151026
           THEN                                                         MS151026
               EXEC SQL INSERT INTO T_ANA_PARTI_CORR_OPE                MS151026
                               (OPE_TIPO                                MS151026
                               ,OPE_RIF                                 MS151026
                               ,OPE_NDG                                 MS151026
                               ,OPE_RUOLO                               MS151026
                               ,OPE_RELAZIONE                           MS151026
                               ,OPE_IMPORTO                             MS151026
                               ,OPE_DT_OPER                             MS151026
                               ,OPE_DELIBERA                            MS151026
                               ,OPE_DATA_INS)                           MS151026
                        VALUES ('P'                                     MS151026
                               ,:PCR-RIF                                MS151026
                               ,:PCR-NDG                                MS151026
                               ,:PCR-RUOLO                              MS151026
                               ,:PCR-RELAZIONE                          MS151026
                               ,:PCR-IMPORTO                            MS151026
                               ,:PCR-DT-OPER                            MS151026
                               ,:PCR-DELIBERA                           MS151026
                               ,CURRENT TIMESTAMP)                      MS151026
               END-EXEC                                                 MS151026
           END-IF                                                       MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE                  MS151026
           IF  OK-ON-REC                                                MS151026
           THEN                                                         MS151026
               CONTINUE                                                 MS151026
           ELSE                                                         MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               STRING  'ERRORE UPDATE/INSERT T_ANA_PARTI_CORR_OPE '     MS151026
                       K001-ABD-SQLCODE                                 MS151026
                       DELIMITED BY SIZE                                MS151026
                       INTO DFAX-ERRORE                                 MS151026
               END-STRING                                               MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
           END-IF                                                       MS151026
           IF  PCR-DEL-NON-RICHIESTA                                    MS151026
           OR  PCR-DEL-APPROVATA                                        MS151026
           THEN                                                         MS151026
               GO TO 061-CHECK-PARTI-CORR-X                             MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           MOVE 'E019'              TO VAL-ERR-COD-APP                  MS151026
           MOVE 'IMPFIN    '        TO VAL-ERR-CAMPO-APP                MS151026
           PERFORM 075-ADD-ERRORE                                       MS151026
              THRU 075-ADD-ERRORE-X                                     MS151026
           INITIALIZE DCLT-INF-DFAX                                     MS151026
           MOVE FAX-NUM-PRA         TO DFAX-NUM-PRA                     MS151026
           IF  PCR-DEL-NEGATA                                           MS151026
           THEN                                                         MS151026
               MOVE 'PARTE CORRELATA: DELIBERA DEL CONSIGLIO NEGATA'    MS151026
                                    TO DFAX-ERRORE                      MS151026
           ELSE                                                         MS151026
               MOVE 'PARTE CORRELATA SOPRA SOGLIA: MANCA DELIBERA CDA'  MS151026
                                    TO DFAX-ERRORE                      MS151026
           END-IF                                                       MS151026
           PERFORM 800-INSERT-TINFDFAX                                  MS151026
              THRU 800-INSERT-TINFDFAX-X                                MS151026
           PERFORM 030-FINE THRU 030-FINE-X.                            MS151026
      *----------------------------------------------------------------*MS151026
       061-CHECK-PARTI-CORR-X.                                          MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    062-CHECK-PROC-CONC: CLIENTE O VDR CON PROCEDURA             MS151026
      *    CONCORSUALE APERTA (LIQUIDAZIONE, FALLIMENTO, CONCORDATO,    MS151026
      *    CANCELLAZIONE) = SCARTO BLOCCANTE E020; LA PRATICA SI        MS151026
      *    RIPRESENTA DOPO LA VALUTAZIONE DI CREDITI E LEGALE           MS151026
      *----------------------------------------------------------------*MS151026
       062-CHECK-PROC-CONC.                                             MS151026
           MOVE SPACE               TO PRC-PROC-CLI                     MS151026
           EXEC SQL SELECT ANA_PROC_CONC                                MS151026
                      INTO :PRC-PROC-CLI                                MS151026
                      FROM T_ANA_NDG                                    MS151026
                     WHERE ANA_CODCLI     = :WK-CODCLI                  MS151026
                       AND ANA_PROC_CONC <> ' '                         MS151026
                     FETCH FIRST 1 ROW ONLY                             MS151026
           END-EXEC                                                     MS151026
           IF  SQLCODE NOT = ZERO                                       MS151026
           THEN                                                         MS151026
               MOVE SPACE           TO PRC-PROC-CLI                     MS151026
           END-IF                                                       MS151026
           MOVE ZERO                TO PRC-CONTA                        MS151026
           EXEC SQL SELECT COUNT(*)                                     MS151026
                      INTO :PRC-CONTA                                   MS151026
                      FROM T_ANA_PROC_CONC                              MS151026
                     WHERE PRC_VDR   = :WK-VDR                          MS151026
                       AND PRC_STATO = 'A'                              MS151026
           END-EXEC                                                     MS151026
           IF  SQLCODE NOT = ZERO                                       MS151026
           THEN                                                         MS151026
               MOVE ZERO            TO PRC-CONTA                        MS151026
           END-IF                                                       MS151026
           IF  PRC-PROC-CLI = SPACE AND PRC-CONTA = ZERO                MS151026
           THEN                                                         MS151026
               GO TO 062-CHECK-PROC-CONC-X                              MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           MOVE 'E020'              TO VAL-ERR-COD-APP                  MS151026
           IF  PRC-PROC-CLI NOT = SPACE                                 MS151026
           THEN                                                         MS151026
               MOVE 'CODCLI    '    TO VAL-ERR-CAMPO-APP                MS151026
           ELSE                                                         MS151026
               MOVE 'VDR       '    TO VAL-ERR-CAMPO-APP                MS151026
           END-IF                                                       MS151026
           PERFORM 075-ADD-ERRORE                                       MS151026
              THRU 075-ADD-ERRORE-X                                     MS151026
           INITIALIZE DCLT-INF-DFAX                                     MS151026
           MOVE FAX-NUM-PRA         TO DFAX-NUM-PRA                     MS151026
           IF  PRC-PROC-CLI NOT = SPACE                                 MS151026
           THEN                                                         MS151026
               MOVE 'CLIENTE IN PROCEDURA CONCORSUALE'                  MS151026
                                    TO DFAX-ERRORE                      MS151026
           ELSE                                                         MS151026
               MOVE 'VDR IN PROCEDURA CONCORSUALE'                      MS151026
                                    TO DFAX-ERRORE                      MS151026
           END-IF                                                       MS151026
           PERFORM 800-INSERT-TINFDFAX                                  MS151026
              THRU 800-INSERT-TINFDFAX-X                                MS151026
           PERFORM 030-FINE THRU 030-FINE-X.                            MS151026
      *----------------------------------------------------------------*MS151026
       062-CHECK-PROC-CONC-X.                                           MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    070-CHECK-BENE: REGISTRO DEL BENE FINANZIATO E CONTROLLO     MS151026
      *    ANTI DOPPIO FINANZIAMENTO. PRATICA SENZA TELAIO = NESSUN     MS151026
      *    BENE. PRATICA GIA' RILASCIATA DALL'ANALISTA: SI AGGIORNANO   MS151026
      *    SOLO I DATI; GIA' FERMA O RESPINTA: SCARTO E018 SENZA        MS151026
      *    RIFARE I CONTROLLI. "PRATICA VIVA" = BENE NON RESPINTO E     MS151026
      *    APPROVAZIONE NON DECADUTA NE' ANNULLATA (T_DFAX_SCAD)        MS151026
      *----------------------------------------------------------------*MS151026
       070-CHECK-BENE.                                                  MS151026
           IF  FAX-BENE-TELAIO = SPACE OR LOW-VALUE                     MS151026
           THEN                                                         MS151026
               GO TO 070-CHECK-BENE-X                                   MS151026
           END-IF                                                       MS151026
           MOVE FAX-BENE-TELAIO     TO BEN-TELAIO                       MS151026
           MOVE FAX-BENE-TARGA      TO BEN-TARGA                        MS151026
           MOVE FAX-BENE-MARCA      TO BEN-MARCA                        MS151026
           MOVE FAX-BENE-MODELLO    TO BEN-MODELLO                      MS151026
           MOVE FAX-BENE-NUOVO      TO BEN-NUOVO                        MS151026
           IF  FAX-BENE-PREZZO IS NUMERIC                               MS151026
           THEN                                                         MS151026
               MOVE FAX-BENE-PREZZO TO BEN-PREZZO                       MS151026
           ELSE                                                         MS151026
               MOVE ZERO            TO BEN-PREZZO                       MS151026
           END-IF                                                       MS151026
           IF  BEN-TARGA = LOW-VALUE                                    MS151026
           THEN                                                         MS151026
               MOVE SPACE           TO BEN-TARGA                        MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           MOVE 'N'                 TO SW-BEN-REGISTRATO                MS151026
           MOVE SPACE               TO BEN-STATO BEN-MOTIVO BEN-CAMPO   MS151026
           MOVE ZERO                TO BEN-PRA-DOPPIA                   MS151026
           EXEC SQL SELECT BEN_STATO, BEN_MOTIVO                        MS151026
                      INTO :BEN-STATO, :BEN-MOTIVO                      MS151026
                      FROM T_DFAX_BENE                                  MS151026
                     WHERE BEN_NUM_PRA = :WK-NUMPRA                     MS151026
           END-EXEC                                                     MS151026
           IF  SQLCODE = ZERO                                           MS151026
           THEN                                                         MS151026
               SET BEN-REGISTRATO   TO TRUE                             MS151026
               IF  BEN-FERMO OR BEN-RESPINTO                            MS151026
               THEN                                                     MS151026
                   MOVE 'TELAIO    ' TO BEN-CAMPO                       MS151026
                   GO TO 070-CHECK-BENE-SCARTO                          MS151026
               END-IF                                                   MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           IF  NOT BEN-RILASCIATO                                       MS151026
           THEN                                                         MS151026
               MOVE 'O'             TO BEN-STATO                        MS151026
               MOVE SPACE           TO BEN-MOTIVO                       MS151026
               EXEC SQL SELECT B.BEN_NUM_PRA                            MS151026
                          INTO :BEN-PRA-DOPPIA                          MS151026
                          FROM T_DFAX_BENE B                            MS151026
                         WHERE (B.BEN_TELAIO = :BEN-TELAIO              MS151026
                            OR (B.BEN_TARGA  = :BEN-TARGA               MS151026
                           AND  B.BEN_TARGA <> ' '))                    MS151026
                           AND B.BEN_NUM_PRA <> :WK-NUMPRA              MS151026
                           AND B.BEN_STATO   <> 'X'                     MS151026
                           AND NOT EXISTS                               MS151026
                               (SELECT 1 FROM T_DFAX_SCAD S             MS151026
                                 WHERE S.SCA_NUM_PRA = B.BEN_NUM_PRA    MS151026
                                   AND S.SCA_STATO IN ('L', 'X'))       MS151026
                         FETCH FIRST 1 ROW ONLY                         MS151026
               END-EXEC                                                 MS151026
               IF  SQLCODE = ZERO                                       MS151026
               THEN                                                     MS151026
                   MOVE 'H'         TO BEN-STATO                        MS151026
                   MOVE 'TELAIO    ' TO BEN-CAMPO                       MS151026
                   STRING  'BENE GIA'' FINANZIATO SU PRATICA '          MS151026
                           BEN-PRA-DOPPIA                               MS151026
                           DELIMITED BY SIZE                            MS151026
                           INTO BEN-MOTIVO                              MS151026
                   END-STRING                                           MS151026
               ELSE                                                     MS151026
                   IF  BEN-PREZZO > ZERO                                MS151026
                   THEN                                                 MS151026
                       COMPUTE BEN-LIMITE ROUNDED =                     MS151026
                               BEN-PREZZO * BEN-PERC-TOLL / 100         MS151026
                       IF  WK-IMPFIN > BEN-LIMITE                       MS151026
                       THEN                                             MS151026
                           MOVE 'H'     TO BEN-STATO                    MS151026
                           MOVE 'PREZZO    ' TO BEN-CAMPO               MS151026
                           MOVE 'FINANZIATO OLTRE IL PREZZO DEL BENE'   MS151026
                                        TO BEN-MOTIVO                   MS151026
                       END-IF                                           MS151026
                   END-IF                                               MS151026
               END-IF                                                   MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           IF  BEN-REGISTRATO                                           MS151026
           THEN                                                         MS151026
               EXEC SQL UPDATE T_DFAX_BENE                              MS151026
                           SET BEN_TELAIO     = :BEN-TELAIO             MS151026
                              ,BEN_TARGA      = :BEN-TARGA              MS151026
                              ,BEN_MARCA      = :BEN-MARCA              MS151026
                              ,BEN_MODELLO    = :BEN-MODELLO            MS151026
                              ,BEN_NUOVO      = :BEN-NUOVO              MS151026
                              ,BEN_PREZZO     = :BEN-PREZZO             MS151026
                              ,BEN_IMPFIN     = :WK-IMPFIN              MS151026
                              ,BEN_STATO      = :BEN-STATO              MS151026
                              ,BEN_MOTIVO     = :BEN-MOTIVO             MS151026
                              ,BEN_PRA_DOPPIA = :BEN-PRA-DOPPIA         MS151026
                              ,BEN_DATA_AGG   = CURRENT TIMESTAMP       MS151026
                         WHERE BEN_NUM_PRA    = :WK-NUMPRA              MS151026
               END-EXEC                                                 MS151026
           ELSE                                                         MS151026
               EXEC SQL INSERT INTO T_DFAX_BENE                         MS151026
                               (BEN_NUM_PRA                             MS151026
                               ,BEN_CODCLI                              MS151026
                               ,BEN_VDR                                 MS151026
                               ,BEN_TELAIO                              MS151026
                               ,BEN_TARGA                               MS151026
                               ,BEN_MARCA                               MS151026
                               ,BEN_MODELLO                             MS151026
                               ,BEN_NUOVO                               MS151026
                               ,BEN_PREZZO                              MS151026
                               ,BEN_IMPFIN                              MS151026
                               ,BEN_STATO                               MS151026
                               ,BEN_MOTIVO                              MS151026
                               ,BEN_PRA_DOPPIA                          MS151026
                               ,BEN_DATA_INS                            MS151026
                               ,BEN_DATA_AGG)                           MS151026
                        VALUES (:WK-NUMPRA                              MS151026
                               ,:WK-CODCLI                              MS151026
                               ,:WK-VDR                                 MS151026
                               ,:BEN-TELAIO                             MS151026
                               ,:BEN-TARGA                              MS151026
                               ,:BEN-MARCA                              MS151026
                               ,:BEN-MODELLO                            MS151026
                               ,:BEN-NUOVO                              MS151026
                               ,:BEN-PREZZO                             MS151026
                               ,:WK-IMPFIN                              MS151026
                               ,:BEN-STATO                              MS151026
                               ,:BEN-MOTIVO                             MS151026
                               ,:BEN-PRA-DOPPIA                         MS151026
                               ,CURRENT TIMESTAMP                       MS151026
                               ,CURRENT TIMESTAMP)                      MS151026
               END-EXEC                                                 MS151026
           END-IF                                                       MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE                  MS151026
           IF  OK-ON-REC                                                MS151026
           THEN                                                         MS151026
               CONTINUE                                                 MS151026
           ELSE                                                         MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               STRING  'ERRORE UPDATE/INSERT T_DFAX_BENE '              MS151026
                       K001-ABD-SQLCODE                                 MS151026
                       DELIMITED BY SIZE                                MS151026
                       INTO DFAX-ERRORE                                 MS151026
               END-STRING                                               MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
           END-IF                                                       MS151026
           IF  NOT BEN-FERMO                                            MS151026
           THEN                                                         MS151026
               GO TO 070-CHECK-BENE-X                                   MS151026
           END-IF.                                                      MS151026
      *                                                                 MS151026
       070-CHECK-BENE-SCARTO.                                           MS151026
           MOVE 'E018'              TO VAL-ERR-COD-APP                  MS151026
           MOVE BEN-CAMPO           TO VAL-ERR-CAMPO-APP                MS151026
           PERFORM 075-ADD-ERRORE                                       MS151026
              THRU 075-ADD-ERRORE-X                                     MS151026
           INITIALIZE DCLT-INF-DFAX                                     MS151026
           MOVE FAX-NUM-PRA         TO DFAX-NUM-PRA                     MS151026
           IF  BEN-RESPINTO                                             MS151026
           THEN                                                         MS151026
               MOVE 'BENE: PRATICA RESPINTA DALL''ANALISTA FRODI'       MS151026
                                    TO DFAX-ERRORE                      MS151026
           ELSE                                                         MS151026
               MOVE BEN-MOTIVO      TO DFAX-ERRORE                      MS151026
           END-IF                                                       MS151026
           PERFORM 800-INSERT-TINFDFAX                                  MS151026
              THRU 800-INSERT-TINFDFAX-X                                MS151026
           PERFORM 030-FINE THRU 030-FINE-X.                            MS151026
      *----------------------------------------------------------------*MS151026
       070-CHECK-BENE-X.                                                MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    091-CHECK-NNCG: AMMISSIBILITA' DEL PRODOTTO PER LA NATURA    MS151026
      *    GIURIDICA DEL CLIENTE ALLA DATA DELLA PRATICA. CLIENTE       MS151026
      *    SENZA NDG O SENZA NNCG IN ANAGRAFE = NESSUN CONTROLLO (LE    MS151026
      *    LACUNE LE SEGNALA AN6012R3). CODICE NON VALIDO IN AN006012   MS151026
      *    O COPPIA ESCLUSA DALLA MATRICE = SCARTO E017, SALVO DEROGA   MS151026
      *    CONCESSA SULLA PRATICA, CHE VIENE CONSUMATA E REGISTRATA     MS151026
      *----------------------------------------------------------------*MS151026
       091-CHECK-NNCG.                                                  MS151026
           MOVE W-DT-ELABORAZIONE   TO NNC-DATA-RIF                     MS151026
           MOVE SPACE               TO NNC-NDG NNC-NNCG NNC-ERRORE      MS151026
           EXEC SQL SELECT ANA_NDG, ANA_NNCG                            MS151026
                      INTO :NNC-NDG, :NNC-NNCG                          MS151026
                      FROM T_ANA_NDG                                    MS151026
                     WHERE ANA_CODCLI = :WK-CODCLI                      MS151026
                     FETCH FIRST 1 ROW ONLY                             MS151026
           END-EXEC                                                     MS151026
           IF  SQLCODE NOT = ZERO                                       MS151026
           OR  NNC-NNCG = SPACE                                         MS151026
           THEN                                                         MS151026
               GO TO 091-CHECK-NNCG-X                                   MS151026
           END-IF                                                       MS151026
      *    NNCG VARIATA DOPO LA DATA DELLA PRATICA: VALE QUELLA         MS151026
      *    PRECEDENTE ALLA PRIMA VARIAZIONE SUCCESSIVA                  MS151026
           MOVE SPACE               TO NNC-NNCG-PRE                     MS151026
           EXEC SQL SELECT LOG_NNCG_PRE                                 MS151026
                      INTO :NNC-NNCG-PRE                                MS151026
                      FROM T_ANA_NDG_LOG                                MS151026
                     WHERE LOG_NDG       = :NNC-NDG                     MS151026
                       AND LOG_NNCG_PRE <> LOG_NNCG_POST                MS151026
                       AND YEAR(LOG_DATA_INS)  * 10000                  MS151026
                         + MONTH(LOG_DATA_INS) * 100                    MS151026
                         + DAY(LOG_DATA_INS)   > :NNC-DATA-RIF          MS151026
                     ORDER BY LOG_DATA_INS                              MS151026
                     FETCH FIRST 1 ROW ONLY                             MS151026
           END-EXEC                                                     MS151026
           IF  SQLCODE = ZERO                                           MS151026
           AND NNC-NNCG-PRE NOT = SPACE                                 MS151026
           THEN                                                         MS151026
               MOVE NNC-NNCG-PRE    TO NNC-NNCG                         MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           MOVE SPACE               TO NNC-SOC-CAPITALE                 MS151026
           EXEC SQL SELECT A.SOC_DI_CAPITALE                            MS151026
                      INTO :NNC-SOC-CAPITALE                            MS151026
                      FROM AN006012 A                                   MS151026
                     WHERE A.NNCG = :NNC-NNCG                           MS151026
                       AND (A.DT_VAL_DA = 0                             MS151026
                        OR  A.DT_VAL_DA <= :NNC-DATA-RIF)               MS151026
                       AND (A.DT_VAL_A  = 0                             MS151026
                        OR  A.DT_VAL_A  >= :NNC-DATA-RIF)               MS151026
                     FETCH FIRST 1 ROW ONLY                             MS151026
           END-EXEC                                                     MS151026
           IF  SQLCODE NOT = ZERO                                       MS151026
           THEN                                                         MS151026
               STRING  'NNCG ' NNC-NNCG                                 MS151026
                       ' NON VALIDO IN AN006012 ALLA DATA PRATICA'      MS151026
                       DELIMITED BY SIZE                                MS151026
                       INTO NNC-ERRORE                                  MS151026
               END-STRING                                               MS151026
           ELSE                                                         MS151026
      *        PRIMA LA COPPIA ESATTA, POI LA REGOLA DEL PRODOTTO PER   MS151026
      *        SOCIETA' DI CAPITALE SI/NO; NESSUNA RIGA = AMMESSO       MS151026
               MOVE 'S'             TO NNC-AMMESSO                      MS151026
               EXEC SQL SELECT ELG_AMMESSO                              MS151026
                          INTO :NNC-AMMESSO                             MS151026
                          FROM T_DFAX_NNCG_PROD                         MS151026
                         WHERE ELG_NNCG     = :NNC-NNCG                 MS151026
                           AND ELG_PRODOTTO = :WK-PRODOTTO              MS151026
                           AND (ELG_DT_VAL_DA = 0                       MS151026
                            OR  ELG_DT_VAL_DA <= :NNC-DATA-RIF)         MS151026
                           AND (ELG_DT_VAL_A  = 0                       MS151026
                            OR  ELG_DT_VAL_A  >= :NNC-DATA-RIF)         MS151026
                         FETCH FIRST 1 ROW ONLY                         MS151026
               END-EXEC                                                 MS151026
               IF  SQLCODE = +100                                       MS151026
               THEN                                                     MS151026
                   EXEC SQL SELECT ELG_AMMESSO                          MS151026
                              INTO :NNC-AMMESSO                         MS151026
                              FROM T_DFAX_NNCG_PROD                     MS151026
                             WHERE ELG_NNCG         = '***'             MS151026
                               AND ELG_SOC_CAPITALE = :NNC-SOC-CAPITALE MS151026
                               AND ELG_PRODOTTO     = :WK-PRODOTTO      MS151026
                               AND (ELG_DT_VAL_DA = 0                   MS151026
                                OR  ELG_DT_VAL_DA <= :NNC-DATA-RIF)     MS151026
                               AND (ELG_DT_VAL_A  = 0                   MS151026
                                OR  ELG_DT_VAL_A  >= :NNC-DATA-RIF)     MS151026
                             FETCH FIRST 1 ROW ONLY                     MS151026
                   END-EXEC                                             MS151026
               END-IF                                                   MS151026
               IF  SQLCODE NOT = ZERO                                   MS151026
               OR  NNC-PROD-AMMESSO                                     MS151026
               THEN                                                     MS151026
                   GO TO 091-CHECK-NNCG-X                               MS151026
               END-IF                                                   MS151026
               STRING  'NNCG ' NNC-NNCG                                 MS151026
                       ' NON AMMESSO PER IL PRODOTTO ' WK-PRODOTTO      MS151026
                       DELIMITED BY SIZE                                MS151026
                       INTO NNC-ERRORE                                  MS151026
               END-STRING                                               MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
      *    ECCEZIONE: UNA DEROGA CONCESSA VIENE CONSUMATA, UNA GIA'     MS151026
      *    CONSUMATA VALE ANCHE PER I REINVII DELLA STESSA PRATICA      MS151026
           MOVE SPACE               TO NNC-STATO                        MS151026
           EXEC SQL SELECT ECC_STATO                                    MS151026
                      INTO :NNC-STATO                                   MS151026
                      FROM T_DFAX_NNCG_ECC                              MS151026
                     WHERE ECC_NUM_PRA = :WK-NUMPRA                     MS151026
           END-EXEC                                                     MS151026
           EVALUATE TRUE                                                MS151026
             WHEN SQLCODE = ZERO AND NNC-DEROGA-CONCESSA                MS151026
                  EXEC SQL UPDATE T_DFAX_NNCG_ECC                       MS151026
                              SET ECC_STATO     = 'U'                   MS151026
                                 ,ECC_NNCG      = :NNC-NNCG             MS151026
                                 ,ECC_PRODOTTO  = :WK-PRODOTTO          MS151026
                                 ,ECC_DATA_USO  = CURRENT TIMESTAMP     MS151026
                            WHERE ECC_NUM_PRA   = :WK-NUMPRA            MS151026
                  END-EXEC                                              MS151026
                  MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE           MS151026
                  IF  OK-ON-REC                                         MS151026
                  THEN                                                  MS151026
                      CONTINUE                                          MS151026
                  ELSE                                                  MS151026
                      INITIALIZE DCLT-INF-DFAX                          MS151026
                      MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA               MS151026
                      STRING  'ERRORE UPDATE T_DFAX_NNCG_ECC '          MS151026
                              K001-ABD-SQLCODE                          MS151026
                              DELIMITED BY SIZE                         MS151026
                              INTO DFAX-ERRORE                          MS151026
                      END-STRING                                        MS151026
                      PERFORM 800-INSERT-TINFDFAX                       MS151026
                         THRU 800-INSERT-TINFDFAX-X                     MS151026
                  END-IF                                                MS151026
                  GO TO 091-CHECK-NNCG-X                                MS151026
             WHEN SQLCODE = ZERO AND NNC-DEROGA-USATA                   MS151026
                  GO TO 091-CHECK-NNCG-X                                MS151026
             WHEN SQLCODE = ZERO                                        MS151026
                  EXEC SQL UPDATE T_DFAX_NNCG_ECC                       MS151026
                              SET ECC_NNCG      = :NNC-NNCG             MS151026
                                 ,ECC_PRODOTTO  = :WK-PRODOTTO          MS151026
                                 ,ECC_DATA_RIF  = :NNC-DATA-RIF         MS151026
                                 ,ECC_MOTIVO    = :NNC-ERRORE           MS151026
                            WHERE ECC_NUM_PRA   = :WK-NUMPRA            MS151026
                  END-EXEC                                              MS151026
             WHEN OTHER                                                 MS151026
                  EXEC SQL INSERT INTO T_DFAX_NNCG_ECC                  MS151026
                                  (ECC_NUM_PRA                          MS151026
                                  ,ECC_CODCLI                           MS151026
                                  ,ECC_VDR                              MS151026
                                  ,ECC_NNCG                             MS151026
                                  ,ECC_PRODOTTO                         MS151026
                                  ,ECC_DATA_RIF                         MS151026
                                  ,ECC_MOTIVO                           MS151026
                                  ,ECC_STATO                            MS151026
                                  ,ECC_DATA_INS)                        MS151026
                           VALUES (:WK-NUMPRA                           MS151026
                                  ,:WK-CODCLI                           MS151026
                                  ,:WK-VDR                              MS151026
                                  ,:NNC-NNCG                            MS151026
                                  ,:WK-PRODOTTO                         MS151026
                                  ,:NNC-DATA-RIF                        MS151026
                                  ,:NNC-ERRORE                          MS151026
                                  ,'S'                                  MS151026
                                  ,CURRENT TIMESTAMP)                   MS151026
                  END-EXEC                                              MS151026
           END-EVALUATE                                                 MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE                  MS151026
           IF  OK-ON-REC                                                MS151026
           THEN                                                         MS151026
               CONTINUE                                                 MS151026
           ELSE                                                         MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               STRING  'ERRORE UPDATE/INSERT T_DFAX_NNCG_ECC '          MS151026
                       K001-ABD-SQLCODE                                 MS151026
                       DELIMITED BY SIZE                                MS151026
                       INTO DFAX-ERRORE                                 MS151026
               END-STRING                                               MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           MOVE 'E017'              TO VAL-ERR-COD-APP                  MS151026
           MOVE 'NNCG      '        TO VAL-ERR-CAMPO-APP                MS151026
           PERFORM 075-ADD-ERRORE                                       MS151026
              THRU 075-ADD-ERRORE-X                                     MS151026
           INITIALIZE DCLT-INF-DFAX                                     MS151026
           MOVE FAX-NUM-PRA         TO DFAX-NUM-PRA                     MS151026
           MOVE NNC-ERRORE          TO DFAX-ERRORE                      MS151026
           PERFORM 800-INSERT-TINFDFAX                                  MS151026
              THRU 800-INSERT-TINFDFAX-X                                MS151026
           PERFORM 030-FINE THRU 030-FINE-X.                            MS151026
      *----------------------------------------------------------------*MS151026
       091-CHECK-NNCG-X.                                                MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS010926
      *    092-CHECK-PLAUSIB: COERENZA ARITMETICA DEGLI IMPORTI         MS010926
      *    FAXCSERV PRIMA DI QUALSIASI INVIO; OGNI INCOERENZA           MS010926
      *----------------------------------------------------------------*MS010926
       097-CHECK-VDR-ONBOARD-X.                                         MS010926
           EXIT.                                                        MS010926
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    098-CHECK-SCIPAFI: UNA SOLA INTERROGAZIONE DEL REGISTRO PER  MS151026
      *    PRATICA; I REINVII RIUSANO LA RISPOSTA REGISTRATA. PRATICA   MS151026
      *    FERMA ('H') O RESPINTA ('X') = SCARTO BLOCCANTE FINCHE'      MS151026
      *    L'ANALISTA FRODI NON LA RILASCIA. SENZA CODICE FISCALE O     MS151026
      *    DOCUMENTO IN ANAGRAFE LA VERIFICA NON E' POSSIBILE E LA      MS151026
      *    PRATICA SI FERMA COME NON CONFORME (ESITO 'I'). REGISTRO NON MS151026
      *    RAGGIUNGIBILE, O ANAGRAFE NON LEGGIBILE (ERRORE DB2) = E016  MS151026
      *    SENZA REGISTRARE NULLA, LA PRATICA VA RIPRESENTATA           MS151026
      *----------------------------------------------------------------*MS151026
       098-CHECK-SCIPAFI.                                               MS151026
           MOVE SPACE               TO SCP-STATO                        MS151026
           EXEC SQL SELECT SCP_STATO, SCP_ESITO                         MS151026
                      INTO :SCP-STATO, :SCP-ESITO                       MS151026
                      FROM T_DFAX_SCIPAFI                               MS151026
                     WHERE SCP_NUM_PRA = :WK-NUMPRA                     MS151026
           END-EXEC                                                     MS151026
           IF  SQLCODE < ZERO                                           MS151026
           THEN                                                         MS151026
               GO TO 098-CHECK-SCIPAFI-E                                MS151026
           END-IF                                                       MS151026
           IF  SQLCODE = ZERO                                           MS151026
           THEN                                                         MS151026
               IF  SCP-STATO = 'O' OR 'R'                               MS151026
               THEN                                                     MS151026
                   GO TO 098-CHECK-SCIPAFI-X                            MS151026
               END-IF                                                   MS151026
               PERFORM 099-BLOCCO-SCIPAFI                               MS151026
                  THRU 099-BLOCCO-SCIPAFI-X                             MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           MOVE SPACE               TO SCP-NDG SCP-COD-FISC SCP-COGNOME MS151026
                                       SCP-NOME SCP-DT-NAS SCP-TIPO-DOC MS151026
                                       SCP-NUM-DOC SCP-DT-SCAD-DOC      MS151026
                                       SCP-DETTAGLIO SCP-ID-RISPOSTA    MS151026
           EXEC SQL SELECT ANA_NDG, ANA_CODFIS, ANA_COGN, ANA_NOME,     MS151026
                           CHAR(ANA_DT_NAS, ISO)                        MS151026
                      INTO :SCP-NDG, :SCP-COD-FISC, :SCP-COGNOME,       MS151026
                           :SCP-NOME, :SCP-DT-NAS                       MS151026
                      FROM T_ANA_NDG                                    MS151026
                     WHERE ANA_CODCLI = :WK-CODCLI                      MS151026
                     FETCH FIRST 1 ROW ONLY                             MS151026
           END-EXEC                                                     MS151026
           IF  SQLCODE < ZERO                                           MS151026
           THEN                                                         MS151026
               GO TO 098-CHECK-SCIPAFI-E                                MS151026
           END-IF                                                       MS151026
           IF  SQLCODE = ZERO                                           MS151026
           AND SCP-COD-FISC(1:11) IS NUMERIC                            MS151026
           AND SCP-COD-FISC(12:5) = SPACE                               MS151026
           THEN                                                         MS151026
               GO TO 098-CHECK-SCIPAFI-X                                MS151026
           END-IF                                                       MS151026
           IF  SQLCODE = ZERO                                           MS151026
           THEN                                                         MS151026
               EXEC SQL SELECT DOC_CDDATO, DOC_NUMERO,                  MS151026
                               CHAR(DOC_DT_SCAD, ISO)                   MS151026
                          INTO :SCP-TIPO-DOC, :SCP-NUM-DOC,             MS151026
                               :SCP-DT-SCAD-DOC                         MS151026
                          FROM T_ANA_DOC_SCAD                           MS151026
                         WHERE DOC_NDG = :SCP-NDG                       MS151026
                           AND DOC_CDDATO <> 'SP'                       MS151026
                         ORDER BY DOC_DT_SCAD DESC                      MS151026
                         FETCH FIRST 1 ROW ONLY                         MS151026
               END-EXEC                                                 MS151026
               IF  SQLCODE < ZERO                                       MS151026
               THEN                                                     MS151026
                   GO TO 098-CHECK-SCIPAFI-E                            MS151026
               END-IF                                                   MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           IF  SQLCODE NOT = ZERO                                       MS151026
           OR  SCP-COD-FISC = SPACE                                     MS151026
           OR  SCP-NUM-DOC = SPACE                                      MS151026
           THEN                                                         MS151026
               MOVE 'I'             TO SCP-ESITO                        MS151026
               MOVE 'CODICE FISCALE O DOCUMENTO ASSENTI'                MS151026
                                    TO SCP-DETTAGLIO                    MS151026
           ELSE                                                         MS151026
               INITIALIZE SCPGW-AREA                                    MS151026
               MOVE SCP-COD-FISC    TO SCPGW-COD-FISC                   MS151026
               MOVE SCP-COGNOME     TO SCPGW-COGNOME                    MS151026
               MOVE SCP-NOME        TO SCPGW-NOME                       MS151026
               MOVE SCP-DT-NAS      TO SCPGW-DT-NAS                     MS151026
               MOVE SCP-TIPO-DOC    TO SCPGW-TIPO-DOC                   MS151026
               MOVE SCP-NUM-DOC     TO SCPGW-NUM-DOC                    MS151026
               MOVE SCP-DT-SCAD-DOC TO SCPGW-DT-SCAD-DOC                MS151026
               MOVE CRLNOMP         TO SCPGW-NOMINATIVO                 MS151026
               MOVE WK-INDCLI       TO SCPGW-INDIRIZZO                  MS151026
               MOVE WK-CAPCLI       TO SCPGW-CAP                        MS151026
               MOVE WK-CITTACLI     TO SCPGW-CITTA                      MS151026
               EXEC CICS LINK PROGRAM  ('DFSCIPGW')                     MS151026
                              COMMAREA (SCPGW-AREA)                     MS151026
                              LENGTH   (LENGTH OF SCPGW-AREA)           MS151026
                              RESP     (K001-RESP)                      MS151026
               END-EXEC                                                 MS151026
               IF  K001-RESP NOT = DFHRESP (NORMAL)                     MS151026
               OR  SCPGW-NON-DISPONIBILE                                MS151026
               OR  SCPGW-ESITO = SPACE                                  MS151026
               THEN                                                     MS151026
                   MOVE 'E016'      TO VAL-ERR-COD-APP                  MS151026
                   MOVE 'CODFIS    ' TO VAL-ERR-CAMPO-APP               MS151026
                   PERFORM 075-ADD-ERRORE                               MS151026
                      THRU 075-ADD-ERRORE-X                             MS151026
                   INITIALIZE DCLT-INF-DFAX                             MS151026
                   MOVE FAX-NUM-PRA TO DFAX-NUM-PRA                     MS151026
                   MOVE 'REGISTRO SCIPAFI NON DISPONIBILE: RIPRESENTARE'MS151026
                                    TO DFAX-ERRORE                      MS151026
                   PERFORM 800-INSERT-TINFDFAX                          MS151026
                      THRU 800-INSERT-TINFDFAX-X                        MS151026
                   PERFORM 030-FINE THRU 030-FINE-X                     MS151026
               END-IF                                                   MS151026
               MOVE SCPGW-ESITO     TO SCP-ESITO                        MS151026
               MOVE SCPGW-DETTAGLIO TO SCP-DETTAGLIO                    MS151026
               MOVE SCPGW-ID-RISPOSTA                                   MS151026
                                    TO SCP-ID-RISPOSTA                  MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           IF  SCP-ESITO = 'C'                                          MS151026
           THEN                                                         MS151026
               MOVE 'O'             TO SCP-STATO                        MS151026
           ELSE                                                         MS151026
               MOVE 'H'             TO SCP-STATO                        MS151026
           END-IF                                                       MS151026
           EXEC SQL INSERT INTO T_DFAX_SCIPAFI                          MS151026
                           (SCP_NUM_PRA                                 MS151026
                           ,SCP_CODCLI                                  MS151026
                           ,SCP_COD_FISC                                MS151026
                           ,SCP_TIPO_DOC                                MS151026
                           ,SCP_NUM_DOC                                 MS151026
                           ,SCP_ESITO                                   MS151026
                           ,SCP_DETTAGLIO                               MS151026
                           ,SCP_ID_RISPOSTA                             MS151026
                           ,SCP_STATO                                   MS151026
                           ,SCP_DATA_INS)                               MS151026
                    VALUES (:WK-NUMPRA                                  MS151026
                           ,:WK-CODCLI                                  MS151026
                           ,:SCP-COD-FISC                               MS151026
                           ,:SCP-TIPO-DOC                               MS151026
                           ,:SCP-NUM-DOC                                MS151026
                           ,:SCP-ESITO                                  MS151026
                           ,:SCP-DETTAGLIO                              MS151026
                           ,:SCP-ID-RISPOSTA                            MS151026
                           ,:SCP-STATO                                  MS151026
                           ,CURRENT TIMESTAMP)                          MS151026
           END-EXEC                                                     MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE                  MS151026
           IF  OK-ON-REC                                                MS151026
           THEN                                                         MS151026
               CONTINUE                                                 MS151026
           ELSE                                                         MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               STRING  'ERRORE INSERT T_DFAX_SCIPAFI '                  MS151026
                       K001-ABD-SQLCODE                                 MS151026
                       DELIMITED BY SIZE                                MS151026
                       INTO DFAX-ERRORE                                 MS151026
               END-STRING                                               MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
           END-IF                                                       MS151026
           IF  SCP-STATO = 'H'                                          MS151026
           THEN                                                         MS151026
               PERFORM 099-BLOCCO-SCIPAFI                               MS151026
                  THRU 099-BLOCCO-SCIPAFI-X                             MS151026
           END-IF                                                       MS151026
           GO TO 098-CHECK-SCIPAFI-X.                                   MS151026
      *                                                                 MS151026
      *    VERIFICA NON POSSIBILE PER ERRORE DB2: COME IL REGISTRO NON  MS151026
      *    RAGGIUNGIBILE, E016 SENZA REGISTRARE NULLA                   MS151026
       098-CHECK-SCIPAFI-E.                                             MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE                  MS151026
           MOVE 'E016'              TO VAL-ERR-COD-APP                  MS151026
           MOVE 'CODFIS    '        TO VAL-ERR-CAMPO-APP                MS151026
           PERFORM 075-ADD-ERRORE                                       MS151026
              THRU 075-ADD-ERRORE-X                                     MS151026
           INITIALIZE DCLT-INF-DFAX                                     MS151026
           MOVE FAX-NUM-PRA         TO DFAX-NUM-PRA                     MS151026
           STRING  'ERRORE VERIFICA SCIPAFI: RIPRESENTARE '             MS151026
                   K001-ABD-SQLCODE                                     MS151026
                   DELIMITED BY SIZE                                    MS151026
                   INTO DFAX-ERRORE                                     MS151026
           END-STRING                                                   MS151026
           PERFORM 800-INSERT-TINFDFAX                                  MS151026
              THRU 800-INSERT-TINFDFAX-X                                MS151026
           PERFORM 030-FINE THRU 030-FINE-X.                            MS151026
      *----------------------------------------------------------------*MS151026
       098-CHECK-SCIPAFI-X.                                             MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    099-BLOCCO-SCIPAFI: SCARTO BLOCCANTE E015 SUL CAMPO CHE IL   MS151026
      *    REGISTRO HA TROVATO DISCORDANTE E CHIUSURA IMMEDIATA         MS151026
      *----------------------------------------------------------------*MS151026
       099-BLOCCO-SCIPAFI.                                              MS151026
           MOVE 'E015'              TO VAL-ERR-COD-APP                  MS151026
           IF  SCP-ESITO = 'F'                                          MS151026
           THEN                                                         MS151026
               MOVE 'CODFIS    '    TO VAL-ERR-CAMPO-APP                MS151026
           ELSE                                                         MS151026
               MOVE 'DOCIDENT  '    TO VAL-ERR-CAMPO-APP                MS151026
           END-IF                                                       MS151026
           PERFORM 075-ADD-ERRORE                                       MS151026
              THRU 075-ADD-ERRORE-X                                     MS151026
           INITIALIZE DCLT-INF-DFAX                                     MS151026
           MOVE FAX-NUM-PRA         TO DFAX-NUM-PRA                     MS151026
           IF  SCP-STATO = 'X'                                          MS151026
           THEN                                                         MS151026
               MOVE 'SCIPAFI: PRATICA RESPINTA DALL''ANALISTA FRODI'    MS151026
                                    TO DFAX-ERRORE                      MS151026
           ELSE                                                         MS151026
               MOVE 'SCIPAFI NON CONFORME: FERMA PER ANALISTA FRODI'    MS151026
                                    TO DFAX-ERRORE                      MS151026
           END-IF                                                       MS151026
           PERFORM 800-INSERT-TINFDFAX                                  MS151026
              THRU 800-INSERT-TINFDFAX-X                                MS151026
           PERFORM 030-FINE THRU 030-FINE-X.                            MS151026
      *----------------------------------------------------------------*MS151026
       099-BLOCCO-SCIPAFI-X.                                            MS151026
           EXIT.                                                        MS151026
      *                                                                 MS010926
       090-FORMATTIME.
      *----------------------------------------------------------------*
                        WK-CAB
                        WK-CONTO
      *
           MOVE 'N'             TO SW-BQE-FERMO                         MS151026
           IF  TPRMODFIN = 'V'
           THEN
               MOVE  TPRCBQR    TO TBVRANG
               MOVE TBVCBQE       TO WK-ABI
               MOVE TBVCGUIC      TO WK-CAB
               MOVE TBVNCPTE      TO WK-CONTO
      *        COORDINATE VARIATE O IN RAFFREDDAMENTO: BONIFICO FERMO   MS151026
               PERFORM 817-CHECK-VAR-BQE  THRU 817-CHECK-VAR-BQE-X      MS151026
      *
           END-IF.
      *
      *    PRONTI DI PREPARA-BONIF (IBAN, IMPORTO EROGATO, TITOLARE)    MS220826
      *    E NE TIENE IL LEGAME CON LA PRATICA SU T_DFAX_BONIF, DOVE    MS220826
      *    BE300RB RIPORTERA' IL CRO ASSEGNATO                          MS220826
      *    SULLE PRATICHE DI RIFINANZIAMENTO LA DISTINTA CONTIENE       MS151026
      *    ANCHE I MOVIMENTI DI ESTINZIONE (806-ORIGINA-ESTINZ): SENZA  MS151026
      *    ESTINZIONI CENSITE O CON ESTINZIONI OLTRE L'EROGATO NON      MS151026
      *    PARTE NULLA E LA PRATICA RESTA SEGNALATA SU T_INF_DFAX       MS151026
      *----------------------------------------------------------------*MS220826
       795-INSERT-BE00TBMO.                                             MS220826
           MOVE 'N'                 TO SW-BON-DISPOSTO                  MS151026
           PERFORM 805-CARICA-ESTINZ                                    MS151026
              THRU 805-CARICA-ESTINZ-X                                  MS151026
           IF  PRATICA-RIFI                                             MS151026
           AND (EST-CONTA = ZERO OR EST-RESIDUO < ZERO)                 MS151026
           THEN                                                         MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               IF  EST-CONTA = ZERO                                     MS151026
               THEN                                                     MS151026
                   MOVE 'RIFINANZIAMENTO SENZA ESTINZIONI: NO BONIFICO' MS151026
                                   TO DFAX-ERRORE                       MS151026
               ELSE                                                     MS151026
                   MOVE 'ESTINZIONI OLTRE L''EROGATO: NO BONIFICO'      MS151026
                                   TO DFAX-ERRORE                       MS151026
               END-IF                                                   MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
               GO TO 795-INSERT-BE00TBMO-X                              MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           EXEC SQL SELECT NEXT VALUE FOR S_BE00_DIST                   MS220826
                      INTO :BE-NUM-DIST                                 MS220826
                      FROM T_GEN_SOCI                                   MS220826
               GO TO 795-INSERT-BE00TBMO-X                              MS220826
           END-IF                                                       MS220826
      *                                                                 MS220826
      *    RIFINANZIAMENTO: PRIMA LE ESTINZIONI AI PRECEDENTI           MS151026
      *    FINANZIATORI, AL DEALER SOLO IL RESIDUO (SE C'E')            MS151026
           MOVE ZERO                TO BE-NUM-MOV                       MS151026
           IF  PRATICA-RIFI                                             MS151026
           THEN                                                         MS151026
               PERFORM 806-ORIGINA-ESTINZ                               MS151026
                  THRU 806-ORIGINA-ESTINZ-X                             MS151026
      *        ESTINZIONE NON DISPOSTA: IL RESIDUO AL DEALER ASPETTA    MS151026
      *        LA SISTEMAZIONE DELLE ESTINZIONI                         MS151026
               IF  EST-KO                                               MS151026
               THEN                                                     MS151026
                   INITIALIZE DCLT-INF-DFAX                             MS151026
                   MOVE FAX-NUM-PRA TO DFAX-NUM-PRA                     MS151026
                   MOVE 'ESTINZIONE NON DISPOSTA: RESIDUO NON INOLTRATO'MS151026
                                    TO DFAX-ERRORE                      MS151026
                   PERFORM 800-INSERT-TINFDFAX                          MS151026
                      THRU 800-INSERT-TINFDFAX-X                        MS151026
                   GO TO 795-INSERT-BE00TBMO-X                          MS151026
               END-IF                                                   MS151026
               IF  EST-RESIDUO = ZERO                                   MS151026
               THEN                                                     MS151026
                   IF  CLASSICO AND CONTR-CALCOLATO                     MS151026
                   THEN                                                 MS151026
                       PERFORM 804-INSERT-TCONTRLOG                     MS151026
                          THRU 804-INSERT-TCONTRLOG-X                   MS151026
                   END-IF                                               MS151026
                   SET BON-DISPOSTO TO TRUE                             MS151026
                   GO TO 795-INSERT-BE00TBMO-X                          MS151026
               END-IF                                                   MS151026
           END-IF                                                       MS151026
           ADD 1                    TO BE-NUM-MOV                       MS151026
      *                                                                 MS151026
           MOVE WK-IBAN             TO BE-BEN-IBAN                      MS220826
           MOVE WK-TITOLARE         TO BE-BEN-ANAG                      MS220826
           MOVE SOCI-DESCRIZIONE    TO BE-ORD-ANAG                      MS220826
      *    COMPUTE BE-IMPORTO = WK-IMPEROG * 100                        MS151026
           COMPUTE BE-IMPORTO = EST-RESIDUO * 100                       MS151026
           MOVE SPACE               TO BE-NOTE                          MS151026
           STRING 'EROGAZIONE PRATICA ' WK-NUMPRA                       MS220826
                   DELIMITED BY SIZE INTO BE-NOTE                       MS220826
           END-STRING                                                   MS220826
      *    PLAFOND DEL DEALER: OLTRE LIMITE (O NON VERIFICABILE) IL     MS151026
      *    BONIFICO NASCE FERMO                                         MS151026
           PERFORM 813-CHECK-PLAFOND                                    MS151026
              THRU 813-CHECK-PLAFOND-X                                  MS151026
      *    COORDINATE DEL DEALER VARIATE: IL BONIFICO NASCE FERMO FINO  MS151026
      *    ALLA CONFERMA, PRIMA ANCORA DEL PLAFOND                      MS151026
           IF  BQE-FERMO                                                MS151026
           THEN                                                         MS151026
               MOVE 'Q'             TO BE-STATO-MOV                     MS151026
           END-IF                                                       MS151026
      *    DEALER IN PROCEDURA CONCORSUALE: IL BONIFICO NASCE FERMO     MS151026
      *    ('C') SOPRA OGNI ALTRO FERMO, CHE RESTA REGISTRATO PER LA    MS151026
      *    CHIUSURA DELLA PROCEDURA                                     MS151026
           MOVE BE-STATO-MOV        TO PRC-STATO-ORIG                   MS151026
           PERFORM 824-CHECK-PROC-VDR                                   MS151026
              THRU 824-CHECK-PROC-VDR-X                                 MS151026
           IF  PRC-VDR-FERMO                                            MS151026
           THEN                                                         MS151026
               MOVE 'C'             TO BE-STATO-MOV                     MS151026
           END-IF                                                       MS151026
      *                                                                 MS220826
           EXEC SQL INSERT  INTO BE00TBMO                               MS220826
                            (ISTITUTO                                   MS220826
                    VALUES (100                                         MS220826
                           ,CURRENT DATE                                MS220826
                           ,:BE-NUM-DIST                                MS220826
      *                    ,1                                           MS151026
                           ,:BE-NUM-MOV                                 MS151026
                           ,'A'                                         MS220826
                           ,'B'                                         MS220826
                           ,'SCT'                                       MS220826
      *                    ,'I'                                         MS151026
                           ,:BE-STATO-MOV                               MS151026
                           ,'DFAX'                                      MS220826
                           ,:BE-IMPORTO                                 MS220826
                           ,'EUR'                                       MS220826
                                ,BON_NUM_DIST                           MS220826
                                ,BON_NUM_MOV                            MS220826
                                ,BON_CRO                                MS220826
                                ,BON_TIPO_MOV                           MS151026
                                ,BON_VDR                                MS151026
                                ,BON_DATA_INS)                          MS220826
                        VALUES (:WK-NUMPRA                              MS220826
                               ,:BE-NUM-DIST                            MS220826
      *                        ,1                                       MS151026
                               ,:BE-NUM-MOV                             MS151026
                               ,' '                                     MS220826
                               ,'D'                                     MS151026
                               ,:PLA-VDR                                MS151026
                               ,CURRENT TIMESTAMP)                      MS220826
               END-EXEC                                                 MS220826
      *        OGNI FERMO SI REGISTRA PER CONTO SUO, ANCHE QUANDO LO    MS151026
      *        STATO DEL MOVIMENTO NE MOSTRA UN ALTRO PIU' FORTE        MS151026
               MOVE 'N'             TO SW-HOLD-KO                       MS151026
               IF  PLA-MOTIVO NOT = SPACE                               MS151026
               THEN                                                     MS151026
                   PERFORM 814-INSERT-HOLD-PLAF                         MS151026
                      THRU 814-INSERT-HOLD-PLAF-X                       MS151026
               END-IF                                                   MS151026
               IF  BQE-FERMO AND NOT HOLD-KO                            MS151026
               THEN                                                     MS151026
                   PERFORM 818-INSERT-HOLD-BQE                          MS151026
                      THRU 818-INSERT-HOLD-BQE-X                        MS151026
               END-IF                                                   MS151026
               IF  PRC-VDR-FERMO AND NOT HOLD-KO                        MS151026
               THEN                                                     MS151026
                   PERFORM 825-INSERT-HOLD-PROC                         MS151026
                      THRU 825-INSERT-HOLD-PROC-X                       MS151026
               END-IF                                                   MS151026
      *        FERMO NON REGISTRATO: NESSUNO LO RILASCEREBBE MAI        MS151026
               IF  HOLD-KO                                              MS151026
               THEN                                                     MS151026
                   PERFORM 826-ANNULLA-MOV                              MS151026
                      THRU 826-ANNULLA-MOV-X                            MS151026
                   GO TO 795-INSERT-BE00TBMO-X                          MS151026
               END-IF                                                   MS151026
               IF  CLASSICO AND CONTR-CALCOLATO                         MS151026
               THEN                                                     MS151026
                   PERFORM 804-INSERT-TCONTRLOG                         MS151026
                      THRU 804-INSERT-TCONTRLOG-X                       MS151026
               END-IF                                                   MS151026
               SET BON-DISPOSTO     TO TRUE                             MS151026
           ELSE                                                         MS220826
               INITIALIZE DCLT-INF-DFAX                                 MS220826
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS220826
      *----------------------------------------------------------------*MS090826
       798-INSERT-TASSICLOG-X.                                           MS090826
           EXIT.                                                         MS090826
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    804-INSERT-TCONTRLOG: TRACCIA SU T_DFAX_CONTR_LOG IL         MS151026
      *    CONTRIBUTO DI CAMPAGNA DELLA PRATICA CLASSICO (CAMPAGNA E    MS151026
      *    SOCIETA' DI 802-SELECT-TCAMCAMP), LA QUOTA DI INTERESSI A    MS151026
      *    CARICO DEL DEALER AL NETTO DEL CONTRIBUTO E QUANTO VIENE     MS151026
      *    TRATTENUTO DALL'EROGATO (WK-INTVDR DOPO ARROTONDAMENTI E     MS151026
      *    REGOLE DRBE). SU UN RINVIO DELLA STESSA PRATICA LA RIGA      MS151026
      *    VIENE AGGIORNATA, NON DUPLICATA                              MS151026
      *----------------------------------------------------------------*MS151026
       804-INSERT-TCONTRLOG.                                            MS151026
           MOVE WK-NUMPRA           TO CTR-NUM-PRA                      MS151026
           MOVE WK-VDR              TO CTR-VDR                          MS151026
           MOVE WK-CODSOC           TO CTR-CODSOC                       MS151026
           MOVE PRAT-IMP-INT-VDR    TO CTR-IMP-INT-VDR                  MS151026
           MOVE DLCORSERFIN         TO CTR-CONTRIBUTO                   MS151026
           COMPUTE CTR-DOVUTO = PRAT-IMP-INT-VDR - DLCORSERFIN          MS151026
           IF  CTR-DOVUTO < ZERO                                        MS151026
           THEN                                                         MS151026
               MOVE ZERO            TO CTR-DOVUTO                       MS151026
           END-IF                                                       MS151026
           MOVE WK-INTVDR           TO CTR-TRATTENUTO                   MS151026
           MOVE WK-IMPEROG          TO CTR-IMPEROG                      MS151026
      *                                                                 MS151026
           EXEC SQL UPDATE T_DFAX_CONTR_LOG                             MS151026
                       SET CTR_CODCAMP     =                            MS151026
                               :DCLT-CAM-CAMP.CAMP-CODCAMP              MS151026
                          ,CTR_TIPO_CONTR  =                            MS151026
                               :DCLT-CAM-CAMP.CAMP-TIPO-CONTR           MS151026
                          ,CTR_IMP_INT_VDR = :CTR-IMP-INT-VDR           MS151026
                          ,CTR_CONTRIBUTO  = :CTR-CONTRIBUTO            MS151026
                          ,CTR_DOVUTO      = :CTR-DOVUTO                MS151026
                          ,CTR_TRATTENUTO  = :CTR-TRATTENUTO            MS151026
                          ,CTR_IMPEROG     = :CTR-IMPEROG               MS151026
                          ,CTR_DATA_AGG    = CURRENT TIMESTAMP          MS151026
                     WHERE CTR_NUM_PRA     = :CTR-NUM-PRA               MS151026
           END-EXEC                                                     MS151026
      *                                                                 MS151026
           IF  SQLCODE = 100                                            MS151026
           THEN                                                         MS151026
               EXEC SQL INSERT  INTO T_DFAX_CONTR_LOG                   MS151026
                                (CTR_NUM_PRA                            MS151026
                                ,CTR_VDR                                MS151026
                                ,CTR_CODSOC                             MS151026
                                ,CTR_CODCAMP                            MS151026
                                ,CTR_TIPO_CONTR                         MS151026
                                ,CTR_IMP_INT_VDR                        MS151026
                                ,CTR_CONTRIBUTO                         MS151026
                                ,CTR_DOVUTO                             MS151026
                                ,CTR_TRATTENUTO                         MS151026
                                ,CTR_IMPEROG                            MS151026
                                ,CTR_DATA_INS                           MS151026
                                ,CTR_DATA_AGG)                          MS151026
                        VALUES (:CTR-NUM-PRA                            MS151026
                               ,:CTR-VDR                                MS151026
                               ,:CTR-CODSOC                             MS151026
                               ,:DCLT-CAM-CAMP.CAMP-CODCAMP             MS151026
                               ,:DCLT-CAM-CAMP.CAMP-TIPO-CONTR          MS151026
                               ,:CTR-IMP-INT-VDR                        MS151026
                               ,:CTR-CONTRIBUTO                         MS151026
                               ,:CTR-DOVUTO                             MS151026
                               ,:CTR-TRATTENUTO                         MS151026
                               ,:CTR-IMPEROG                            MS151026
                               ,CURRENT TIMESTAMP                       MS151026
                               ,CURRENT TIMESTAMP)                      MS151026
               END-EXEC                                                 MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE.                 MS151026
      *                                                                 MS151026
           IF  OK-ON-REC                                                MS151026
           THEN                                                         MS151026
               CONTINUE                                                 MS151026
           ELSE                                                         MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               STRING  'ERRORE INSERT T_DFAX_CONTR_LOG '                MS151026
                       K001-ABD-SQLCODE                                 MS151026
                       DELIMITED BY SIZE                                MS151026
                       INTO DFAX-ERRORE                                 MS151026
               END-STRING                                               MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
           END-IF.                                                      MS151026
      *----------------------------------------------------------------*MS151026
       804-INSERT-TCONTRLOG-X.                                          MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    805-CARICA-ESTINZ: PRATICA DI RIFINANZIAMENTO SE T_FIN_MAXI  MS151026
      *    PORTA TFXFL_RIFI ('N' O SPAZIO = NO); IN TAL CASO TOTALIZZA  MS151026
      *    LE ESTINZIONI DA PAGARE (T_DFAX_ESTINZ) E CALCOLA IL RESIDUO MS151026
      *    DELL'EROGATO PER IL DEALER. LETTURA A PARTE DA SELECT-       MS151026
      *    TFINMAXI, CHE GIRA SOLO PER ALCUNI CODICI MAXI E I CUI       MS151026
      *    CAMPI SERVONO INTATTI ALL'ESITO                              MS151026
      *----------------------------------------------------------------*MS151026
       805-CARICA-ESTINZ.                                               MS151026
           MOVE 'N'                 TO SW-RIFI                          MS151026
           MOVE ZERO                TO EST-CONTA EST-TOTALE             MS151026
           MOVE WK-IMPEROG          TO EST-RESIDUO                      MS151026
           MOVE SPACE               TO EST-FL-RIFI                      MS151026
           EXEC SQL SELECT TFXFL_RIFI                                   MS151026
                      INTO :EST-FL-RIFI                                 MS151026
                      FROM T_FIN_MAXI                                   MS151026
                     WHERE TFXNUMPRA = :WK-NUMPRA                       MS151026
           END-EXEC                                                     MS151026
           IF  SQLCODE NOT = ZERO                                       MS151026
           OR  EST-FL-RIFI = SPACE OR 'N'                               MS151026
           THEN                                                         MS151026
               GO TO 805-CARICA-ESTINZ-X                                MS151026
           END-IF                                                       MS151026
           SET PRATICA-RIFI         TO TRUE                             MS151026
           EXEC SQL SELECT COUNT(*), COALESCE(SUM(EST_IMPORTO), 0)      MS151026
                      INTO :EST-CONTA, :EST-TOTALE                      MS151026
                      FROM T_DFAX_ESTINZ                                MS151026
                     WHERE EST_NUM_PRA = :WK-NUMPRA                     MS151026
           END-EXEC                                                     MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE                  MS151026
           IF  OK-ON-REC                                                MS151026
           THEN                                                         MS151026
               COMPUTE EST-RESIDUO = WK-IMPEROG - EST-TOTALE            MS151026
           ELSE                                                         MS151026
               MOVE ZERO            TO EST-CONTA                        MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               STRING  'ERRORE SELECT T_DFAX_ESTINZ '                   MS151026
                       K001-ABD-SQLCODE                                 MS151026
                       DELIMITED BY SIZE                                MS151026
                       INTO DFAX-ERRORE                                 MS151026
               END-STRING                                               MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
           END-IF.                                                      MS151026
      *----------------------------------------------------------------*MS151026
       805-CARICA-ESTINZ-X.                                             MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    806-ORIGINA-ESTINZ: UN MOVIMENTO BE00TBMO PER OGNI           MS151026
      *    FINANZIAMENTO DA ESTINGUERE, NELLA DISTINTA GIA' APERTA DA   MS151026
      *    795-INSERT-BE00TBMO, VERSO L'IBAN DEL PRECEDENTE             MS151026
      *    FINANZIATORE PER L'IMPORTO DI ESTINZIONE                     MS151026
      *----------------------------------------------------------------*MS151026
       806-ORIGINA-ESTINZ.                                              MS151026
           MOVE 'N'                 TO SW-FINE-EST                      MS151026
           MOVE 'N'                 TO SW-EST-KO                        MS151026
           EXEC SQL OPEN CURS-EST END-EXEC                              MS151026
           IF  SQLCODE NOT = ZERO                                       MS151026
           THEN                                                         MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               MOVE 'ERRORE OPEN CURS-EST' TO DFAX-ERRORE               MS151026
               SET EST-KO           TO TRUE                             MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
               GO TO 806-ORIGINA-ESTINZ-X                               MS151026
           END-IF                                                       MS151026
           PERFORM 807-INSERT-ESTINZ                                    MS151026
              THRU 807-INSERT-ESTINZ-X                                  MS151026
                   UNTIL FINE-EST                                       MS151026
           EXEC SQL CLOSE CURS-EST END-EXEC.                            MS151026
      *----------------------------------------------------------------*MS151026
       806-ORIGINA-ESTINZ-X.                                            MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
       807-INSERT-ESTINZ.                                               MS151026
           EXEC SQL FETCH CURS-EST                                      MS151026
                    INTO :EST-PROG, :EST-IBAN, :EST-BENEF,              MS151026
                         :EST-IMPORTO                                   MS151026
           END-EXEC                                                     MS151026
           IF  SQLCODE = 100                                            MS151026
           THEN                                                         MS151026
               SET FINE-EST         TO TRUE                             MS151026
               GO TO 807-INSERT-ESTINZ-X                                MS151026
           END-IF                                                       MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE                  MS151026
           IF  NOT OK-ON-REC                                            MS151026
           THEN                                                         MS151026
      *        ESTINZIONI NON TUTTE LETTE: IL RESIDUO NON PARTE         MS151026
               SET EST-KO           TO TRUE                             MS151026
               SET FINE-EST         TO TRUE                             MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               STRING  'ERRORE FETCH CURS-EST '                         MS151026
                       K001-ABD-SQLCODE                                 MS151026
                       DELIMITED BY SIZE                                MS151026
                       INTO DFAX-ERRORE                                 MS151026
               END-STRING                                               MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
               GO TO 807-INSERT-ESTINZ-X                                MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           ADD 1                    TO BE-NUM-MOV                       MS151026
           MOVE EST-IBAN            TO BE-BEN-IBAN                      MS151026
           MOVE EST-BENEF           TO BE-BEN-ANAG                      MS151026
           MOVE SOCI-DESCRIZIONE    TO BE-ORD-ANAG                      MS151026
           COMPUTE BE-IMPORTO = EST-IMPORTO * 100                       MS151026
           MOVE SPACE               TO BE-NOTE                          MS151026
           STRING 'ESTINZIONE ANTICIPATA PRATICA ' WK-NUMPRA            MS151026
                   DELIMITED BY SIZE INTO BE-NOTE                       MS151026
           END-STRING                                                   MS151026
      *                                                                 MS151026
           EXEC SQL INSERT  INTO BE00TBMO                               MS151026
                            (ISTITUTO                                   MS151026
                            ,DATA_INSE                                  MS151026
                            ,NUM_DIST                                   MS151026
                            ,NUM_MOV                                    MS151026
                            ,TIPO_DIST                                  MS151026
                            ,TIPO_MOV                                   MS151026
                            ,NATU_MOV                                   MS151026
                            ,STATO_MOV                                  MS151026
                            ,USER_INSE                                  MS151026
                            ,IMPORTO                                    MS151026
                            ,DIVISA_MOV                                 MS151026
                            ,BEN_IBAN                                   MS151026
                            ,BEN_ANAG                                   MS151026
                            ,ORD_ANAG                                   MS151026
                            ,OPE_NOTE_TEXT)                             MS151026
                    VALUES (100                                         MS151026
                           ,CURRENT DATE                                MS151026
                           ,:BE-NUM-DIST                                MS151026
                           ,:BE-NUM-MOV                                 MS151026
                           ,'A'                                         MS151026
                           ,'B'                                         MS151026
                           ,'SCT'                                       MS151026
                           ,'I'                                         MS151026
                           ,'DFAX'                                      MS151026
                           ,:BE-IMPORTO                                 MS151026
                           ,'EUR'                                       MS151026
                           ,:BE-BEN-IBAN                                MS151026
                           ,:BE-BEN-ANAG                                MS151026
                           ,:BE-ORD-ANAG                                MS151026
                           ,:BE-NOTE)                                   MS151026
           END-EXEC                                                     MS151026
      *                                                                 MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE                  MS151026
      *                                                                 MS151026
           IF  OK-ON-REC                                                MS151026
           THEN                                                         MS151026
               EXEC SQL INSERT  INTO T_DFAX_BONIF                       MS151026
                                (BON_NUM_PRA                            MS151026
                                ,BON_NUM_DIST                           MS151026
                                ,BON_NUM_MOV                            MS151026
                                ,BON_CRO                                MS151026
                                ,BON_TIPO_MOV                           MS151026
                                ,BON_DATA_INS)                          MS151026
                        VALUES (:WK-NUMPRA                              MS151026
                               ,:BE-NUM-DIST                            MS151026
                               ,:BE-NUM-MOV                             MS151026
                               ,' '                                     MS151026
                               ,'E'                                     MS151026
                               ,CURRENT TIMESTAMP)                      MS151026
               END-EXEC                                                 MS151026
      *        SENZA IL LEGAME T_DFAX_BONIF L'ESTINZIONE NON SAREBBE    MS151026
      *        RICONOSCIUTA (BE300RB/RO, D05223K3): IL MOVIMENTO        MS151026
      *        APPENA SCRITTO SI ANNULLA E NON PARTE ALTRO              MS151026
               MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE              MS151026
               IF  NOT OK-ON-REC                                        MS151026
               THEN                                                     MS151026
                   SET EST-KO       TO TRUE                             MS151026
                   SET FINE-EST     TO TRUE                             MS151026
                   EXEC SQL UPDATE BE00TBMO                             MS151026
                               SET STATO_MOV = 'X'                      MS151026
                             WHERE ISTITUTO  = 100                      MS151026
                               AND NUM_DIST  = :BE-NUM-DIST             MS151026
                               AND NUM_MOV   = :BE-NUM-MOV              MS151026
                   END-EXEC                                             MS151026
                   INITIALIZE DCLT-INF-DFAX                             MS151026
                   MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                  MS151026
                   STRING  'ERRORE INSERT T_DFAX_BONIF ESTINZIONE '     MS151026
                           K001-ABD-SQLCODE                             MS151026
                           DELIMITED BY SIZE                            MS151026
                           INTO DFAX-ERRORE                             MS151026
                   END-STRING                                           MS151026
                   PERFORM 800-INSERT-TINFDFAX                          MS151026
                      THRU 800-INSERT-TINFDFAX-X                        MS151026
               END-IF                                                   MS151026
           ELSE                                                         MS151026
      *        LE ESTINZIONI SUCCESSIVE E IL RESIDUO NON PARTONO        MS151026
               SET EST-KO           TO TRUE                             MS151026
               SET FINE-EST         TO TRUE                             MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               STRING  'ERRORE INSERT BE00TBMO ESTINZIONE '             MS151026
                       K001-ABD-SQLCODE                                 MS151026
                       DELIMITED BY SIZE                                MS151026
                       INTO DFAX-ERRORE                                 MS151026
               END-STRING                                               MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
           END-IF.                                                      MS151026
      *----------------------------------------------------------------*MS151026
       807-INSERT-ESTINZ-X.                                             MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    808-UPSERT-TSCAD: REGISTRA SCADENZA E PROROGHE DELL'ESITO    MS151026
      *    APPROVATO. SU UN RINVIO CON SCADENZA O PROROGHE CAMBIATE     MS151026
      *    L'APPROVAZIONE TORNA ATTIVA (ANCHE SE ERA GIA' DECADUTA:     MS151026
      *    LA PROROGA E' STATA CONCESSA); UNA PRATICA EROGATA RESTA     MS151026
      *    EROGATA                                                      MS151026
      *----------------------------------------------------------------*MS151026
       808-UPSERT-TSCAD.                                                MS151026
           STRING  WK-SCAD(1:4) '-' WK-SCAD(5:2) '-' WK-SCAD(7:2)       MS151026
                   DELIMITED BY SIZE                                    MS151026
                   INTO SCA-DATA-SCAD                                   MS151026
           END-STRING                                                   MS151026
      *                                                                 MS151026
           EXEC SQL UPDATE T_DFAX_SCAD                                  MS151026
                       SET SCA_STATO     =                              MS151026
                           CASE WHEN SCA_STATO IN ('E', 'X')            MS151026
                                THEN SCA_STATO                          MS151026
                                WHEN SCA_DATA_SCAD <>                   MS151026
                                     DATE(:SCA-DATA-SCAD)               MS151026
                                  OR SCA_PROROGA <> :WK-PROROGA         MS151026
                                THEN 'A'                                MS151026
                                ELSE SCA_STATO END                      MS151026
                          ,SCA_DATA_SCAD = DATE(:SCA-DATA-SCAD)         MS151026
                          ,SCA_PROROGA   = :WK-PROROGA                  MS151026
                          ,SCA_VDR       = :WK-VDR                      MS151026
                          ,SCA_PRODOTTO  = :WK-PRODOTTO                 MS151026
                          ,SCA_DATA_AGG  = CURRENT TIMESTAMP            MS151026
                     WHERE SCA_NUM_PRA   = :WK-NUMPRA                   MS151026
           END-EXEC                                                     MS151026
      *                                                                 MS151026
           IF  SQLCODE = 100                                            MS151026
           THEN                                                         MS151026
               EXEC SQL INSERT  INTO T_DFAX_SCAD                        MS151026
                                (SCA_NUM_PRA                            MS151026
                                ,SCA_TIPO                               MS151026
                                ,SCA_VDR                                MS151026
                                ,SCA_PRODOTTO                           MS151026
                                ,SCA_CODSOC                             MS151026
                                ,SCA_CODCLI                             MS151026
                                ,SCA_DATA_SCAD                          MS151026
                                ,SCA_PROROGA                            MS151026
                                ,SCA_STATO                              MS151026
                                ,SCA_DATA_INS                           MS151026
                                ,SCA_DATA_AGG)                          MS151026
                        VALUES (:WK-NUMPRA                              MS151026
                               ,:SW-PRATICA                             MS151026
                               ,:WK-VDR                                 MS151026
                               ,:WK-PRODOTTO                            MS151026
                               ,:WK-CODSOC                              MS151026
                               ,:WK-CODCLI                              MS151026
                               ,DATE(:SCA-DATA-SCAD)                    MS151026
                               ,:WK-PROROGA                             MS151026
                               ,'A'                                     MS151026
                               ,CURRENT TIMESTAMP                       MS151026
                               ,CURRENT TIMESTAMP)                      MS151026
               END-EXEC                                                 MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE.                 MS151026
      *                                                                 MS151026
           IF  OK-ON-REC                                                MS151026
           THEN                                                         MS151026
               CONTINUE                                                 MS151026
           ELSE                                                         MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               STRING  'ERRORE INSERT T_DFAX_SCAD '                     MS151026
                       K001-ABD-SQLCODE                                 MS151026
                       DELIMITED BY SIZE                                MS151026
                       INTO DFAX-ERRORE                                 MS151026
               END-STRING                                               MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
           END-IF.                                                      MS151026
      *----------------------------------------------------------------*MS151026
       808-UPSERT-TSCAD-X.                                              MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    809-CHECK-DECADUTA: NIENTE BONIFICO SU UN'APPROVAZIONE       MS151026
      *    DECADUTA, A MENO CHE NEL DOSSIER NON RISULTI NEL FRATTEMPO   MS151026
      *    UNA PROROGA IN PIU' DI QUELLE NOTE ALLA DECADENZA. SE IL     MS151026
      *    CONTROLLO NON SI PUO' FARE (ERRORE DB2) IL BONIFICO          MS151026
      *    NON PARTE                                                    MS151026
      *----------------------------------------------------------------*MS151026
       809-CHECK-DECADUTA.                                              MS151026
           MOVE SPACE               TO SCA-STATO                        MS151026
           MOVE ZERO                TO SCA-PROROGA                      MS151026
           EXEC SQL SELECT SCA_STATO, SCA_PROROGA                       MS151026
                      INTO :SCA-STATO, :SCA-PROROGA                     MS151026
                      FROM T_DFAX_SCAD                                  MS151026
                     WHERE SCA_NUM_PRA = :WK-NUMPRA                     MS151026
           END-EXEC                                                     MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE                  MS151026
           IF  SQLCODE < ZERO                                           MS151026
           THEN                                                         MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               STRING  'BONIFICO NON INOLTRATO: ERR. DECADENZA '        MS151026
                       K001-ABD-SQLCODE                                 MS151026
                       DELIMITED BY SIZE                                MS151026
                       INTO DFAX-ERRORE                                 MS151026
               END-STRING                                               MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
               PERFORM 030-FINE THRU 030-FINE-X                         MS151026
           END-IF                                                       MS151026
           IF  SQLCODE = ZERO                                           MS151026
           AND SCA-STATO = 'L'                                          MS151026
           AND WK-PROROGA NOT > SCA-PROROGA                             MS151026
           THEN                                                         MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               MOVE 'APPROVAZIONE DECADUTA: BONIFICO NON INOLTRATO'     MS151026
                                   TO DFAX-ERRORE                       MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
               PERFORM 030-FINE THRU 030-FINE-X                         MS151026
           END-IF.                                                      MS151026
      *----------------------------------------------------------------*MS151026
       809-CHECK-DECADUTA-X.                                            MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    810-UPDATE-TSCAD-EROG: BONIFICO INOLTRATO, L'APPROVAZIONE    MS151026
      *    ESCE DALLO SWEEP DELLE SCADENZE                              MS151026
      *----------------------------------------------------------------*MS151026
       810-UPDATE-TSCAD-EROG.                                           MS151026
           EXEC SQL UPDATE T_DFAX_SCAD                                  MS151026
                       SET SCA_STATO    = 'E'                           MS151026
                          ,SCA_DATA_AGG = CURRENT TIMESTAMP             MS151026
                     WHERE SCA_NUM_PRA  = :WK-NUMPRA                    MS151026
           END-EXEC                                                     MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE                  MS151026
           IF  OK-ON-REC OR NTF-ON-REC                                  MS151026
           THEN                                                         MS151026
               CONTINUE                                                 MS151026
           ELSE                                                         MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               STRING  'ERRORE UPDATE T_DFAX_SCAD '                     MS151026
                       K001-ABD-SQLCODE                                 MS151026
                       DELIMITED BY SIZE                                MS151026
                       INTO DFAX-ERRORE                                 MS151026
               END-STRING                                               MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
           END-IF.                                                      MS151026
      *----------------------------------------------------------------*MS151026
       810-UPDATE-TSCAD-EROG-X.                                         MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    811-CHECK-ANNULLO: NIENTE BONIFICO SU UNA PRATICA ANNULLATA  MS151026
      *    DAL DEALER O RECEDUTA DAL CLIENTE (T_DFAX_ANNULLO), ANCHE    MS151026
      *    SE LA RICHIESTA NON E' ANCORA STATA LAVORATA DA D05223RW.    MS151026
      *    SE IL CONTROLLO NON SI PUO' FARE (ERRORE DB2) IL BONIFICO    MS151026
      *    NON PARTE                                                    MS151026
      *----------------------------------------------------------------*MS151026
       811-CHECK-ANNULLO.                                               MS151026
           MOVE ZERO                TO ANN-CONTA                        MS151026
           EXEC SQL SELECT COUNT(*)                                     MS151026
                      INTO :ANN-CONTA                                   MS151026
                      FROM T_DFAX_ANNULLO                               MS151026
                     WHERE ANN_NUM_PRA = :WK-NUMPRA                     MS151026
                       AND ANN_STATO IN ('N', 'L')                      MS151026
           END-EXEC                                                     MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE                  MS151026
           IF  SQLCODE < ZERO                                           MS151026
           THEN                                                         MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               STRING  'BONIFICO NON INOLTRATO: ERR. ANNULLO '          MS151026
                       K001-ABD-SQLCODE                                 MS151026
                       DELIMITED BY SIZE                                MS151026
                       INTO DFAX-ERRORE                                 MS151026
               END-STRING                                               MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
               PERFORM 030-FINE THRU 030-FINE-X                         MS151026
           END-IF                                                       MS151026
           IF  SQLCODE = ZERO                                           MS151026
           AND ANN-CONTA > ZERO                                         MS151026
           THEN                                                         MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               MOVE 'ANNULLAMENTO/RECESSO: BONIFICO NON INOLTRATO'      MS151026
                                   TO DFAX-ERRORE                       MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
               PERFORM 030-FINE THRU 030-FINE-X                         MS151026
           END-IF.                                                      MS151026
      *----------------------------------------------------------------*MS151026
       811-CHECK-ANNULLO-X.                                             MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    812-UPSERT-MANDATO: MANDATO SDD PER IL RIMBORSO DELLE RATE.  MS151026
      *    FINCHE' NON E' PARTITO SI AGGIORNA SUL POSTO; GIA' INVIATO   MS151026
      *    E CON IBAN DIVERSO RIPARTE COME MODIFICA DI MANDATO          MS151026
      *----------------------------------------------------------------*MS151026
       812-UPSERT-MANDATO.                                              MS151026
           MOVE WK-IBAN             TO MAN-IBAN                         MS151026
           MOVE SPACE               TO MAN-RIF MAN-IBAN-PREC MAN-STATO  MS151026
           STRING  'DFAX' WK-CODSOC WK-NUMPRA                           MS151026
                   DELIMITED BY SIZE                                    MS151026
                   INTO MAN-RIF                                         MS151026
           END-STRING                                                   MS151026
      *                                                                 MS151026
           EXEC SQL SELECT MAN_IBAN, MAN_STATO                          MS151026
                      INTO :MAN-IBAN-PREC, :MAN-STATO                   MS151026
                      FROM T_DFAX_MANDATO                               MS151026
                     WHERE MAN_NUM_PRA = :WK-NUMPRA                     MS151026
           END-EXEC                                                     MS151026
      *                                                                 MS151026
           EVALUATE TRUE                                                MS151026
             WHEN SQLCODE = 100                                         MS151026
                  EXEC SQL INSERT  INTO T_DFAX_MANDATO                  MS151026
                                   (MAN_NUM_PRA                         MS151026
                                   ,MAN_RIF_MANDATO                     MS151026
                                   ,MAN_CODSOC                          MS151026
                                   ,MAN_CODCLI                          MS151026
                                   ,MAN_VDR                             MS151026
                                   ,MAN_IBAN                            MS151026
                                   ,MAN_IBAN_PREC                       MS151026
                                   ,MAN_TIPO_FLUSSO                     MS151026
                                   ,MAN_DATA_FIRMA                      MS151026
                                   ,MAN_DATA_RATA1                      MS151026
                                   ,MAN_IMPRATA                         MS151026
                                   ,MAN_NUMDUR                          MS151026
                                   ,MAN_NOMCLI                          MS151026
                                   ,MAN_INDCLI                          MS151026
                                   ,MAN_CITTACLI                        MS151026
                                   ,MAN_CAPCLI                          MS151026
                                   ,MAN_STATO                           MS151026
                                   ,MAN_DATA_INS                        MS151026
                                   ,MAN_DATA_AGG)                       MS151026
                           VALUES (:WK-NUMPRA                           MS151026
                                  ,:MAN-RIF                             MS151026
                                  ,:WK-CODSOC                           MS151026
                                  ,:WK-CODCLI                           MS151026
                                  ,:WK-VDR                              MS151026
                                  ,:MAN-IBAN                            MS151026
                                  ,' '                                  MS151026
                                  ,'N'                                  MS151026
                                  ,CURRENT DATE                         MS151026
                                  ,CURRENT DATE + 1 MONTH               MS151026
                                  ,:WK-IMPMENS                          MS151026
                                  ,:WK-NUMDUR                           MS151026
                                  ,:WK-NOMCLI                           MS151026
                                  ,:WK-INDCLI                           MS151026
                                  ,:WK-CITTACLI                         MS151026
                                  ,:WK-CAPCLI                           MS151026
                                  ,'C'                                  MS151026
                                  ,CURRENT TIMESTAMP                    MS151026
                                  ,CURRENT TIMESTAMP)                   MS151026
                  END-EXEC                                              MS151026
             WHEN SQLCODE NOT = ZERO                                    MS151026
                  CONTINUE                                              MS151026
      *      MANDATO ANNULLATO O REVOCATO (D05223RW/RV) SU UNA PRATICA  MS151026
      *      DI NUOVO APPROVATA (PROROGA): SI RIPARTE DA UN NUOVO       MS151026
      *      MANDATO, MA MAI SU UNA PRATICA ANNULLATA O RECEDUTA        MS151026
             WHEN MAN-STATO = 'A' OR MAN-STATO = 'R'                    MS151026
                  EXEC SQL UPDATE T_DFAX_MANDATO                        MS151026
                              SET MAN_IBAN        = :MAN-IBAN           MS151026
                                 ,MAN_IBAN_PREC   = ' '                 MS151026
                                 ,MAN_TIPO_FLUSSO = 'N'                 MS151026
                                 ,MAN_DATA_RATA1  =                     MS151026
                                      CURRENT DATE + 1 MONTH            MS151026
                                 ,MAN_IMPRATA     = :WK-IMPMENS         MS151026
                                 ,MAN_NUMDUR      = :WK-NUMDUR          MS151026
                                 ,MAN_STATO       = 'C'                 MS151026
                                 ,MAN_DATA_AGG    = CURRENT TIMESTAMP   MS151026
                            WHERE MAN_NUM_PRA     = :WK-NUMPRA          MS151026
                              AND NOT EXISTS                            MS151026
                                  (SELECT 1                             MS151026
                                     FROM T_DFAX_ANNULLO                MS151026
                                    WHERE ANN_NUM_PRA = :WK-NUMPRA      MS151026
                                      AND ANN_STATO   = 'L')            MS151026
                  END-EXEC                                              MS151026
             WHEN MAN-IBAN-PREC NOT = MAN-IBAN                          MS151026
                  EXEC SQL UPDATE T_DFAX_MANDATO                        MS151026
                              SET MAN_IBAN_PREC   =                     MS151026
                                  CASE WHEN MAN_STATO = 'C'             MS151026
                                       THEN MAN_IBAN_PREC               MS151026
                                       ELSE MAN_IBAN END                MS151026
                                 ,MAN_TIPO_FLUSSO =                     MS151026
                                  CASE WHEN MAN_STATO = 'C'             MS151026
                                       THEN MAN_TIPO_FLUSSO             MS151026
                                       ELSE 'M' END                     MS151026
                                 ,MAN_IBAN        = :MAN-IBAN           MS151026
                                 ,MAN_IMPRATA     = :WK-IMPMENS         MS151026
                                 ,MAN_NUMDUR      = :WK-NUMDUR          MS151026
                                 ,MAN_STATO       = 'C'                 MS151026
                                 ,MAN_DATA_AGG    = CURRENT TIMESTAMP   MS151026
                            WHERE MAN_NUM_PRA     = :WK-NUMPRA          MS151026
                  END-EXEC                                              MS151026
             WHEN MAN-STATO = 'C'                                       MS151026
                  EXEC SQL UPDATE T_DFAX_MANDATO                        MS151026
                              SET MAN_IMPRATA     = :WK-IMPMENS         MS151026
                                 ,MAN_NUMDUR      = :WK-NUMDUR          MS151026
                                 ,MAN_DATA_AGG    = CURRENT TIMESTAMP   MS151026
                            WHERE MAN_NUM_PRA     = :WK-NUMPRA          MS151026
                  END-EXEC                                              MS151026
             WHEN OTHER                                                 MS151026
                  CONTINUE                                              MS151026
           END-EVALUATE                                                 MS151026
      *                                                                 MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE.                 MS151026
      *                                                                 MS151026
           IF  OK-ON-REC OR NTF-ON-REC                                  MS151026
           THEN                                                         MS151026
               CONTINUE                                                 MS151026
           ELSE                                                         MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               STRING  'ERRORE MANDATO T_DFAX_MANDATO '                 MS151026
                       K001-ABD-SQLCODE                                 MS151026
                       DELIMITED BY SIZE                                MS151026
                       INTO DFAX-ERRORE                                 MS151026
               END-STRING                                               MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
           END-IF.                                                      MS151026
      *----------------------------------------------------------------*MS151026
       812-UPSERT-MANDATO-X.                                            MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    813-CHECK-PLAFOND: EROGATO AL DEALER NEL GIORNO E NEI 7      MS151026
      *    GIORNI MOBILI (MOVIMENTI DFAX AL DEALER NON ANNULLATI NE'    MS151026
      *    IN FERMO PLAFOND; I FERMI COORDINATE/PROCEDURA CONTANO: AL   MS151026
      *    RILASCIO NON RIPASSANO DAL PLAFOND) PIU' QUESTO BONIFICO     MS151026
      *    CONTRO IL SUO PLAFOND. SE IL CONTROLLO NON SI PUO' FARE      MS151026
      *    (ERRORE DB2) IL BONIFICO NASCE FERMO PER PLAFOND. IL TIPO    MS151026
      *    DEALER SI LEGGE COME IN CERCA-TIPVDR, MA SENZA TOCCARE       MS151026
      *    TVDTIPVDR DELLA PRATICA E SENZA FERMARLA SE MANCA            MS151026
      *----------------------------------------------------------------*MS151026
       813-CHECK-PLAFOND.                                               MS151026
           MOVE 'I'                 TO BE-STATO-MOV                     MS151026
           MOVE SPACE               TO PLA-MOTIVO PLA-TIPVDR            MS151026
           IF  WK-VDRFIN NOT = ZERO                                     MS151026
           THEN                                                         MS151026
               MOVE WK-VDRFIN       TO PLA-VDR                          MS151026
           ELSE                                                         MS151026
               MOVE WK-VDR          TO PLA-VDR                          MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           EXEC SQL SELECT PLA_LIM_GG, PLA_LIM_SETT                     MS151026
                      INTO :PLA-LIM-GG, :PLA-LIM-SETT                   MS151026
                      FROM T_DFAX_PLAFOND                               MS151026
                     WHERE PLA_VDR = :PLA-VDR                           MS151026
           END-EXEC                                                     MS151026
           IF  SQLCODE = 100                                            MS151026
           THEN                                                         MS151026
               EXEC SQL SELECT TVDTIPVDR                                MS151026
                          INTO :PLA-TIPVDR                              MS151026
                          FROM TBVDVDR                                  MS151026
                         WHERE TVDAGR = :PLA-VDR                        MS151026
               END-EXEC                                                 MS151026
               EXEC SQL SELECT PLA_LIM_GG, PLA_LIM_SETT                 MS151026
                          INTO :PLA-LIM-GG, :PLA-LIM-SETT               MS151026
                          FROM T_DFAX_PLAFOND                           MS151026
                         WHERE PLA_VDR    = 0                           MS151026
                           AND PLA_TIPVDR = :PLA-TIPVDR                 MS151026
               END-EXEC                                                 MS151026
           END-IF                                                       MS151026
           IF  SQLCODE = 100                                            MS151026
           THEN                                                         MS151026
      *        NESSUN PLAFOND CENSITO: IL BONIFICO PARTE LIBERO         MS151026
               GO TO 813-CHECK-PLAFOND-X                                MS151026
           END-IF                                                       MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE                  MS151026
           IF  NOT OK-ON-REC                                            MS151026
           THEN                                                         MS151026
               GO TO 813-CHECK-PLAFOND-E                                MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           EXEC SQL SELECT COALESCE(SUM(CASE WHEN DATE(BON.BON_DATA_INS)MS151026
                                             = CURRENT DATE             MS151026
                                        THEN MO.IMPORTO                 MS151026
                                        ELSE 0 END), 0),                MS151026
                           COALESCE(SUM(MO.IMPORTO), 0)                 MS151026
                      INTO :PLA-EROG-GG, :PLA-EROG-SETT                 MS151026
                      FROM T_DFAX_BONIF BON, BE00TBMO MO                MS151026
                     WHERE BON.BON_VDR      = :PLA-VDR                  MS151026
                       AND BON.BON_TIPO_MOV = 'D'                       MS151026
                       AND DATE(BON.BON_DATA_INS) >=                    MS151026
                           CURRENT DATE - 6 DAYS                        MS151026
                       AND MO.ISTITUTO      = 100                       MS151026
                       AND MO.NUM_DIST      = BON.BON_NUM_DIST          MS151026
                       AND MO.NUM_MOV       = BON.BON_NUM_MOV           MS151026
                       AND MO.STATO_MOV NOT IN ('X', 'F')               MS151026
           END-EXEC                                                     MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE                  MS151026
           IF  NOT OK-ON-REC                                            MS151026
           THEN                                                         MS151026
               GO TO 813-CHECK-PLAFOND-E                                MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           EVALUATE TRUE                                                MS151026
             WHEN PLA-LIM-GG > ZERO                                     MS151026
              AND PLA-EROG-GG + BE-IMPORTO > PLA-LIM-GG * 100           MS151026
                  SET PLA-OLTRE-GG  TO TRUE                             MS151026
             WHEN PLA-LIM-SETT > ZERO                                   MS151026
              AND PLA-EROG-SETT + BE-IMPORTO > PLA-LIM-SETT * 100       MS151026
                  SET PLA-OLTRE-SETT TO TRUE                            MS151026
             WHEN OTHER                                                 MS151026
                  CONTINUE                                              MS151026
           END-EVALUATE                                                 MS151026
           IF  PLA-MOTIVO NOT = SPACE                                   MS151026
           THEN                                                         MS151026
               MOVE 'F'             TO BE-STATO-MOV                     MS151026
           END-IF                                                       MS151026
           GO TO 813-CHECK-PLAFOND-X.                                   MS151026
      *                                                                 MS151026
      *    PLAFOND NON VERIFICABILE: IL BONIFICO NON PARTE LIBERO,      MS151026
      *    NASCE FERMO E LO DECIDE IL RISCHIO DI CREDITO (D05223I4)     MS151026
       813-CHECK-PLAFOND-E.                                             MS151026
           INITIALIZE DCLT-INF-DFAX                                     MS151026
           MOVE FAX-NUM-PRA        TO DFAX-NUM-PRA                      MS151026
           STRING  'ERRORE CONTROLLO PLAFOND DEALER '                   MS151026
                   K001-ABD-SQLCODE                                     MS151026
                   DELIMITED BY SIZE                                    MS151026
                   INTO DFAX-ERRORE                                     MS151026
           END-STRING                                                   MS151026
           PERFORM 800-INSERT-TINFDFAX                                  MS151026
              THRU 800-INSERT-TINFDFAX-X                                MS151026
           SET PLA-NON-VERIFICATO   TO TRUE                             MS151026
           MOVE 'F'                 TO BE-STATO-MOV.                    MS151026
      *----------------------------------------------------------------*MS151026
       813-CHECK-PLAFOND-X.                                             MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    814-INSERT-HOLD-PLAF: FERMO DA LAVORARE PER IL RISCHIO DI    MS151026
      *    CREDITO, SEGNALATO ANCHE SU T_INF_DFAX                       MS151026
      *----------------------------------------------------------------*MS151026
       814-INSERT-HOLD-PLAF.                                            MS151026
           EXEC SQL INSERT  INTO T_DFAX_HOLD_PLAF                       MS151026
                            (HPL_NUM_DIST                               MS151026
                            ,HPL_NUM_MOV                                MS151026
                            ,HPL_NUM_PRA                                MS151026
                            ,HPL_VDR                                    MS151026
                            ,HPL_IMPORTO                                MS151026
                            ,HPL_MOTIVO                                 MS151026
                            ,HPL_STATO                                  MS151026
                            ,HPL_DATA_INS)                              MS151026
                    VALUES (:BE-NUM-DIST                                MS151026
                           ,:BE-NUM-MOV                                 MS151026
                           ,:WK-NUMPRA                                  MS151026
                           ,:PLA-VDR                                    MS151026
                           ,:BE-IMPORTO                                 MS151026
                           ,:PLA-MOTIVO                                 MS151026
                           ,'H'                                         MS151026
                           ,CURRENT TIMESTAMP)                          MS151026
           END-EXEC                                                     MS151026
      *                                                                 MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE                  MS151026
           IF  OK-ON-REC                                                MS151026
           THEN                                                         MS151026
               CONTINUE                                                 MS151026
           ELSE                                                         MS151026
               SET HOLD-KO          TO TRUE                             MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               STRING  'ERRORE INSERT T_DFAX_HOLD_PLAF '                MS151026
                       K001-ABD-SQLCODE                                 MS151026
                       DELIMITED BY SIZE                                MS151026
                       INTO DFAX-ERRORE                                 MS151026
               END-STRING                                               MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
               GO TO 814-INSERT-HOLD-PLAF-X                             MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           INITIALIZE DCLT-INF-DFAX                                     MS151026
           MOVE FAX-NUM-PRA        TO DFAX-NUM-PRA                      MS151026
           EVALUATE TRUE                                                MS151026
             WHEN PLA-OLTRE-GG                                          MS151026
                  MOVE 'BONIFICO FERMO PER PLAFOND GIORNALIERO DEALER'  MS151026
                                      TO DFAX-ERRORE                    MS151026
             WHEN PLA-OLTRE-SETT                                        MS151026
                  MOVE 'BONIFICO FERMO PER PLAFOND SETTIMANALE DEALER'  MS151026
                                      TO DFAX-ERRORE                    MS151026
             WHEN OTHER                                                 MS151026
                  MOVE 'BONIFICO FERMO: PLAFOND DEALER NON VERIFICATO'  MS151026
                                      TO DFAX-ERRORE                    MS151026
           END-EVALUATE                                                 MS151026
           PERFORM 800-INSERT-TINFDFAX                                  MS151026
              THRU 800-INSERT-TINFDFAX-X.                               MS151026
      *----------------------------------------------------------------*MS151026
       814-INSERT-HOLD-PLAF-X.                                          MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    815-CHECK-DOC-OBBL: NIENTE BONIFICO SE PER IL PRODOTTO (E IL MS151026
      *    VDR) E' CONFIGURATO UN DOCUMENTO OBBLIGATORIO BLOCCANTE CHE  MS151026
      *    IL DEALER NON HA ANCORA RIMANDATO; IL DOCUMENTO ARRIVATO E'  MS151026
      *    QUELLO AGGANCIATO DA D05223RZ O ABBINATO A MANO (D05223I5).  MS151026
      *    SE IL CONTROLLO NON SI PUO' FARE (ERRORE DB2) IL BONIFICO    MS151026
      *    NON PARTE                                                    MS151026
      *----------------------------------------------------------------*MS151026
       815-CHECK-DOC-OBBL.                                              MS151026
           MOVE ZERO                TO DOB-CONTA                        MS151026
           EXEC SQL SELECT COUNT(*)                                     MS151026
                      INTO :DOB-CONTA                                   MS151026
                      FROM T_DFAX_DOC_OBBL OB                           MS151026
                     WHERE OB.DOB_PRODOTTO  = :WK-PRODOTTO              MS151026
                       AND (OB.DOB_VDR = :WK-VDR OR OB.DOB_VDR = 0)     MS151026
                       AND OB.DOB_BLOCCANTE = 'S'                       MS151026
                       AND NOT EXISTS                                   MS151026
                           (SELECT 1                                    MS151026
                              FROM T_DFAX_DOC_IN DI                     MS151026
                             WHERE DI.DIN_NUM_PRA  = :WK-NUMPRA         MS151026
                               AND DI.DIN_TIPO_DOC = OB.DOB_TIPO_DOC    MS151026
                               AND DI.DIN_STATO IN ('A', 'M'))          MS151026
           END-EXEC                                                     MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE                  MS151026
           IF  SQLCODE < ZERO                                           MS151026
           THEN                                                         MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               STRING  'BONIFICO NON INOLTRATO: ERR. DOC.OBBL. '        MS151026
                       K001-ABD-SQLCODE                                 MS151026
                       DELIMITED BY SIZE                                MS151026
                       INTO DFAX-ERRORE                                 MS151026
               END-STRING                                               MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
               PERFORM 030-FINE THRU 030-FINE-X                         MS151026
           END-IF                                                       MS151026
           IF  SQLCODE = ZERO                                           MS151026
           AND DOB-CONTA > ZERO                                         MS151026
           THEN                                                         MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               MOVE 'DOCUMENTI OBBLIGATORI MANCANTI: NIENTE BONIFICO'   MS151026
                                   TO DFAX-ERRORE                       MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
               PERFORM 030-FINE THRU 030-FINE-X                         MS151026
           END-IF.                                                      MS151026
      *----------------------------------------------------------------*MS151026
       815-CHECK-DOC-OBBL-X.                                            MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    816-INSERT-TSICEVT: EVENTO DELLA PRATICA PER LA SEGNALAZIONE MS151026
      *    MENSILE AL SIC (D05223S0). FINCHE' L'EVENTO NON E' PARTITO   MS151026
      *    (SIC_STATO 'N') UN RINVIO LO AGGIORNA; SE E' GIA' PARTITO    MS151026
      *    E GLI IMPORTI SONO CAMBIATI SI ACCODA UNA VARIAZIONE 'V',    MS151026
      *    CON GLI STESSI IMPORTI NON SI SEGNALA NIENTE DI NUOVO. GLI   MS151026
      *    EVENTI GIA' CANCELLATI DA UN 'C' SUCCESSIVO (STORNO DI       MS151026
      *    D05223K3) NON CONTANO: LA NUOVA EROGAZIONE RIPARTE DA 'E'    MS151026
      *----------------------------------------------------------------*MS151026
       816-INSERT-TSICEVT.                                              MS151026
           EXEC SQL UPDATE T_DFAX_SIC_EVT                               MS151026
                       SET SIC_CODCLI      = :WK-CODCLI                 MS151026
                          ,SIC_CODSOC      = :WK-CODSOC                 MS151026
                          ,SIC_VDR         = :WK-VDR                    MS151026
                          ,SIC_PRODOTTO    = :WK-PRODOTTO               MS151026
                          ,SIC_NOMCLI      = :WK-NOMCLI                 MS151026
                          ,SIC_INDCLI      = :WK-INDCLI                 MS151026
                          ,SIC_CAPCLI      = :WK-CAPCLI                 MS151026
                          ,SIC_CITTACLI    = :WK-CITTACLI               MS151026
                          ,SIC_IMPFIN      = :WK-IMPFIN                 MS151026
                          ,SIC_NUMDUR      = :WK-NUMDUR                 MS151026
                          ,SIC_IMPMENS     = :WK-IMPMENS                MS151026
                          ,SIC_CODMAXI     = :WK-CODMAXI                MS151026
                          ,SIC_IMPMAXI     = :WK-IMPMAXI                MS151026
                          ,SIC_DATA_EVENTO = CURRENT DATE               MS151026
                          ,SIC_DATA_AGG    = CURRENT TIMESTAMP          MS151026
                     WHERE SIC_NUM_PRA     = :WK-NUMPRA                 MS151026
                       AND SIC_EVENTO      = :SIC-EVENTO                MS151026
                       AND SIC_STATO       = 'N'                        MS151026
           END-EXEC                                                     MS151026
           IF  SQLCODE NOT = 100                                        MS151026
           THEN                                                         MS151026
               GO TO 816-INSERT-TSICEVT-C                               MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           MOVE ZERO                TO SIC-CONTA                        MS151026
           EXEC SQL SELECT COUNT(*)                                     MS151026
                      INTO :SIC-CONTA                                   MS151026
                      FROM T_DFAX_SIC_EVT E                             MS151026
                     WHERE E.SIC_NUM_PRA = :WK-NUMPRA                   MS151026
                       AND E.SIC_EVENTO IN (:SIC-EVENTO, 'V')           MS151026
                       AND NOT EXISTS                                   MS151026
                           (SELECT 1                                    MS151026
                              FROM T_DFAX_SIC_EVT C                     MS151026
                             WHERE C.SIC_NUM_PRA  = E.SIC_NUM_PRA       MS151026
                               AND C.SIC_EVENTO   = 'C'                 MS151026
                               AND C.SIC_DATA_INS > E.SIC_DATA_INS)     MS151026
           END-EXEC                                                     MS151026
           IF  SIC-CONTA > ZERO                                         MS151026
           THEN                                                         MS151026
               MOVE ZERO            TO SIC-CONTA                        MS151026
               EXEC SQL SELECT COUNT(*)                                 MS151026
                          INTO :SIC-CONTA                               MS151026
                          FROM T_DFAX_SIC_EVT E                         MS151026
                         WHERE E.SIC_NUM_PRA = :WK-NUMPRA               MS151026
                           AND E.SIC_EVENTO IN (:SIC-EVENTO, 'V')       MS151026
                           AND E.SIC_IMPFIN  = :WK-IMPFIN               MS151026
                           AND E.SIC_NUMDUR  = :WK-NUMDUR               MS151026
                           AND E.SIC_IMPMENS = :WK-IMPMENS              MS151026
                           AND E.SIC_IMPMAXI = :WK-IMPMAXI              MS151026
                           AND NOT EXISTS                               MS151026
                               (SELECT 1                                MS151026
                                  FROM T_DFAX_SIC_EVT C                 MS151026
                                 WHERE C.SIC_NUM_PRA  = E.SIC_NUM_PRA   MS151026
                                   AND C.SIC_EVENTO   = 'C'             MS151026
                                   AND C.SIC_DATA_INS >                 MS151026
                                       E.SIC_DATA_INS)                  MS151026
               END-EXEC                                                 MS151026
               IF  SIC-CONTA > ZERO                                     MS151026
               THEN                                                     MS151026
                   GO TO 816-INSERT-TSICEVT-X                           MS151026
               END-IF                                                   MS151026
               MOVE 'V'             TO SIC-EVENTO                       MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           EXEC SQL INSERT  INTO T_DFAX_SIC_EVT                         MS151026
                            (SIC_NUM_PRA                                MS151026
                            ,SIC_EVENTO                                 MS151026
                            ,SIC_CODCLI                                 MS151026
                            ,SIC_CODSOC                                 MS151026
                            ,SIC_VDR                                    MS151026
                            ,SIC_PRODOTTO                               MS151026
                            ,SIC_NOMCLI                                 MS151026
                            ,SIC_INDCLI                                 MS151026
                            ,SIC_CAPCLI                                 MS151026
                            ,SIC_CITTACLI                               MS151026
                            ,SIC_IMPFIN                                 MS151026
                            ,SIC_NUMDUR                                 MS151026
                            ,SIC_IMPMENS                                MS151026
                            ,SIC_CODMAXI                                MS151026
                            ,SIC_IMPMAXI                                MS151026
                            ,SIC_DATA_EVENTO                            MS151026
                            ,SIC_STATO                                  MS151026
                            ,SIC_TENTATIVI                              MS151026
                            ,SIC_DATA_INS                               MS151026
                            ,SIC_DATA_AGG)                              MS151026
                    VALUES (:WK-NUMPRA                                  MS151026
                           ,:SIC-EVENTO                                 MS151026
                           ,:WK-CODCLI                                  MS151026
                           ,:WK-CODSOC                                  MS151026
                           ,:WK-VDR                                     MS151026
                           ,:WK-PRODOTTO                                MS151026
                           ,:WK-NOMCLI                                  MS151026
                           ,:WK-INDCLI                                  MS151026
                           ,:WK-CAPCLI                                  MS151026
                           ,:WK-CITTACLI                                MS151026
                           ,:WK-IMPFIN                                  MS151026
                           ,:WK-NUMDUR                                  MS151026
                           ,:WK-IMPMENS                                 MS151026
                           ,:WK-CODMAXI                                 MS151026
                           ,:WK-IMPMAXI                                 MS151026
                           ,CURRENT DATE                                MS151026
                           ,'N'                                         MS151026
                           ,0                                           MS151026
                           ,CURRENT TIMESTAMP                           MS151026
                           ,CURRENT TIMESTAMP)                          MS151026
           END-EXEC.                                                    MS151026
      *                                                                 MS151026
       816-INSERT-TSICEVT-C.                                            MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE                  MS151026
           IF  OK-ON-REC                                                MS151026
           THEN                                                         MS151026
               CONTINUE                                                 MS151026
           ELSE                                                         MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               STRING  'ERRORE INSERT T_DFAX_SIC_EVT '                  MS151026
                       K001-ABD-SQLCODE                                 MS151026
                       DELIMITED BY SIZE                                MS151026
                       INTO DFAX-ERRORE                                 MS151026
               END-STRING                                               MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
           END-IF.                                                      MS151026
      *----------------------------------------------------------------*MS151026
       816-INSERT-TSICEVT-X.                                            MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    817-CHECK-VAR-BQE: BONIFICO AL DEALER DA FERMARE SE          MS151026
      *     - LA RIGA TBVDBQE NON E' PIU' QUELLA DELLA FOTOGRAFIA       MS151026
      *       NOTTURNA (VARIATA IN GIORNATA, O NUOVA RIGA DI UN DEALER  MS151026
      *       GIA' FOTOGRAFATO), OPPURE                                 MS151026
      *     - C'E' UNA VARIAZIONE DA CONFERMARE ('A') O RESPINTA ('X'), MS151026
      *       O CONFERMATA MA ANCORA NEL PERIODO DI RAFFREDDAMENTO      MS151026
      *    IL DEALER MAI FOTOGRAFATO (NUOVO) NON VIENE FERMATO: LO      MS151026
      *    COPRE L'ONBOARDING (097-CHECK-VDR-ONBOARD). SE I CONTROLLI   MS151026
      *    NON SI POSSONO FARE (ERRORE DB2) IL BONIFICO NASCE FERMO     MS151026
      *    COMUNQUE, COME COORDINATE NON VERIFICATE                     MS151026
      *----------------------------------------------------------------*MS151026
       817-CHECK-VAR-BQE.                                               MS151026
           SET BQE-VARIATA          TO TRUE                             MS151026
           MOVE TBVAGR              TO BQE-VDR                          MS151026
           MOVE TBVRANG             TO BQE-RANG                         MS151026
           MOVE ZERO                TO BQE-CONTA-OK BQE-CONTA-VDR       MS151026
                                       BQE-CONTA-VAR                    MS151026
           EXEC SQL SELECT COUNT(*),                                    MS151026
                           COALESCE(SUM(CASE WHEN SNP_RANG  = :BQE-RANG MS151026
                                              AND SNP_CBQE  = :TBVCBQE  MS151026
                                              AND SNP_CGUIC = :TBVCGUIC MS151026
                                              AND SNP_NCPTE = :TBVNCPTE MS151026
                                             THEN 1 ELSE 0 END), 0)     MS151026
                      INTO :BQE-CONTA-VDR, :BQE-CONTA-OK                MS151026
                      FROM T_DFAX_BQE_SNAP                              MS151026
                     WHERE SNP_AGR = :BQE-VDR                           MS151026
           END-EXEC                                                     MS151026
           IF  SQLCODE < ZERO                                           MS151026
           THEN                                                         MS151026
               GO TO 817-CHECK-VAR-BQE-E                                MS151026
           END-IF                                                       MS151026
           IF  SQLCODE = ZERO                                           MS151026
           AND BQE-CONTA-VDR > ZERO                                     MS151026
           AND BQE-CONTA-OK  = ZERO                                     MS151026
           THEN                                                         MS151026
               SET BQE-FERMO        TO TRUE                             MS151026
               GO TO 817-CHECK-VAR-BQE-X                                MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           EXEC SQL SELECT COUNT(*)                                     MS151026
                      INTO :BQE-CONTA-VAR                               MS151026
                      FROM T_DFAX_BQE_VAR                               MS151026
                     WHERE VAR_AGR  = :BQE-VDR                          MS151026
                       AND VAR_RANG = :BQE-RANG                         MS151026
                       AND (VAR_STATO IN ('A', 'X')                     MS151026
                        OR (VAR_STATO = 'C'                             MS151026
                        AND VAR_DATA_FINE_RAFFR > CURRENT DATE))        MS151026
           END-EXEC                                                     MS151026
           IF  SQLCODE < ZERO                                           MS151026
           THEN                                                         MS151026
               GO TO 817-CHECK-VAR-BQE-E                                MS151026
           END-IF                                                       MS151026
           IF  SQLCODE = ZERO                                           MS151026
           AND BQE-CONTA-VAR > ZERO                                     MS151026
           THEN                                                         MS151026
               SET BQE-FERMO        TO TRUE                             MS151026
           END-IF                                                       MS151026
           GO TO 817-CHECK-VAR-BQE-X.                                   MS151026
      *                                                                 MS151026
      *    COORDINATE NON VERIFICABILI: IL BONIFICO NON PARTE LIBERO,   MS151026
      *    NASCE FERMO E LO DECIDE D05223I8 CON IL DEALER               MS151026
       817-CHECK-VAR-BQE-E.                                             MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE                  MS151026
           INITIALIZE DCLT-INF-DFAX                                     MS151026
           MOVE FAX-NUM-PRA        TO DFAX-NUM-PRA                      MS151026
           STRING  'ERRORE CONTROLLO COORDINATE DEALER '                MS151026
                   K001-ABD-SQLCODE                                     MS151026
                   DELIMITED BY SIZE                                    MS151026
                   INTO DFAX-ERRORE                                     MS151026
           END-STRING                                                   MS151026
           PERFORM 800-INSERT-TINFDFAX                                  MS151026
              THRU 800-INSERT-TINFDFAX-X                                MS151026
           SET BQE-NON-VERIFICATA   TO TRUE                             MS151026
           SET BQE-FERMO            TO TRUE.                            MS151026
      *----------------------------------------------------------------*MS151026
       817-CHECK-VAR-BQE-X.                                             MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    818-INSERT-HOLD-BQE: BONIFICO FERMO PER VARIAZIONE DELLE     MS151026
      *    COORDINATE BANCARIE, RILASCIATO DA D05223S1 O ANNULLATO      MS151026
      *    DA D05223I8 SE LA VARIAZIONE VIENE RESPINTA. IL FERMO PER    MS151026
      *    COORDINATE NON VERIFICATE ('E') FINISCE TRA I FERMI SENZA    MS151026
      *    VARIAZIONE DEL REPORT D05223S1 E LO RILASCIA D05223I8        MS151026
      *----------------------------------------------------------------*MS151026
       818-INSERT-HOLD-BQE.                                             MS151026
           EXEC SQL INSERT  INTO T_DFAX_HOLD_BQE                        MS151026
                            (HBQ_NUM_DIST                               MS151026
                            ,HBQ_NUM_MOV                                MS151026
                            ,HBQ_NUM_PRA                                MS151026
                            ,HBQ_VDR                                    MS151026
                            ,HBQ_RANG                                   MS151026
                            ,HBQ_IMPORTO                                MS151026
                            ,HBQ_MOTIVO                                 MS151026
                            ,HBQ_STATO                                  MS151026
                            ,HBQ_DATA_INS)                              MS151026
                    VALUES (:BE-NUM-DIST                                MS151026
                           ,:BE-NUM-MOV                                 MS151026
                           ,:WK-NUMPRA                                  MS151026
                           ,:BQE-VDR                                    MS151026
                           ,:BQE-RANG                                   MS151026
                           ,:BE-IMPORTO                                 MS151026
                           ,:BQE-MOTIVO                                 MS151026
                           ,'H'                                         MS151026
                           ,CURRENT TIMESTAMP)                          MS151026
           END-EXEC                                                     MS151026
      *                                                                 MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE                  MS151026
           IF  OK-ON-REC                                                MS151026
           THEN                                                         MS151026
               CONTINUE                                                 MS151026
           ELSE                                                         MS151026
               SET HOLD-KO          TO TRUE                             MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               STRING  'ERRORE INSERT T_DFAX_HOLD_BQE '                 MS151026
                       K001-ABD-SQLCODE                                 MS151026
                       DELIMITED BY SIZE                                MS151026
                       INTO DFAX-ERRORE                                 MS151026
               END-STRING                                               MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
               GO TO 818-INSERT-HOLD-BQE-X                              MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           INITIALIZE DCLT-INF-DFAX                                     MS151026
           MOVE FAX-NUM-PRA        TO DFAX-NUM-PRA                      MS151026
           IF  BQE-NON-VERIFICATA                                       MS151026
           THEN                                                         MS151026
               MOVE 'BONIFICO FERMO: COORDINATE DEALER NON VERIFICATE'  MS151026
                                   TO DFAX-ERRORE                       MS151026
           ELSE                                                         MS151026
               MOVE 'BONIFICO FERMO: COORDINATE BANCARIE DEALER VARIATE'MS151026
                                   TO DFAX-ERRORE                       MS151026
           END-IF                                                       MS151026
           PERFORM 800-INSERT-TINFDFAX                                  MS151026
              THRU 800-INSERT-TINFDFAX-X.                               MS151026
      *----------------------------------------------------------------*MS151026
       818-INSERT-HOLD-BQE-X.                                           MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    819-AGGIORNA-AGE-VDR: L'AGENZIA DELLA PRATICA DIVENTA        MS151026
      *    L'AGENZIA CORRENTE DEL DEALER; UN ERRORE NON FERMA L'ESITO   MS151026
      *----------------------------------------------------------------*MS151026
       819-AGGIORNA-AGE-VDR.                                            MS151026
           MOVE WK-VDR              TO VAG-VDR                          MS151026
           PERFORM 821-AGE-ACCORPATA                                    MS151026
              THRU 821-AGE-ACCORPATA-X                                  MS151026
           MOVE VAG-AGE-PRA         TO VAG-AGE                          MS151026
           EXEC SQL SELECT VAG_AGE, VAG_ORIGINE                         MS151026
                      INTO :VAG-AGE-ATT, :VAG-ORIGINE-ATT               MS151026
                      FROM T_DFAX_VDR_AGEN                              MS151026
                     WHERE VAG_VDR    = :VAG-VDR                        MS151026
                       AND VAG_DATA_A = '9999-12-31'                    MS151026
           END-EXEC                                                     MS151026
      *    LO SPOSTAMENTO DI RETE ('R') PREVALE SULLA PRATICA           MS151026
           IF  SQLCODE = ZERO                                           MS151026
           AND (VAG-AGE-ATT = VAG-AGE                                   MS151026
            OR  VAG-ORIGINE-ATT = 'R')                                  MS151026
           THEN                                                         MS151026
               GO TO 819-AGGIORNA-AGE-VDR-X                             MS151026
           END-IF                                                       MS151026
           IF  SQLCODE = ZERO                                           MS151026
           THEN                                                         MS151026
               EXEC SQL UPDATE T_DFAX_VDR_AGEN                          MS151026
                           SET VAG_DATA_A   = CURRENT DATE,             MS151026
                               VAG_DATA_AGG = CURRENT TIMESTAMP         MS151026
                         WHERE VAG_VDR      = :VAG-VDR                  MS151026
                           AND VAG_DATA_A   = '9999-12-31'              MS151026
               END-EXEC                                                 MS151026
           ELSE                                                         MS151026
               IF  SQLCODE NOT = 100                                    MS151026
               THEN                                                     MS151026
                   GO TO 819-AGGIORNA-AGE-VDR-C                         MS151026
               END-IF                                                   MS151026
           END-IF                                                       MS151026
           EXEC SQL INSERT  INTO T_DFAX_VDR_AGEN                        MS151026
                            (VAG_VDR                                    MS151026
                            ,VAG_AGE                                    MS151026
                            ,VAG_DATA_DA                                MS151026
                            ,VAG_DATA_A                                 MS151026
                            ,VAG_ORIGINE                                MS151026
                            ,VAG_DATA_AGG)                              MS151026
                    VALUES (:VAG-VDR                                    MS151026
                           ,:VAG-AGE                                    MS151026
                           ,CURRENT DATE                                MS151026
                           ,'9999-12-31'                                MS151026
                           ,'P'                                         MS151026
                           ,CURRENT TIMESTAMP)                          MS151026
           END-EXEC                                                     MS151026
           IF  SQLCODE = ZERO                                           MS151026
           THEN                                                         MS151026
               GO TO 819-AGGIORNA-AGE-VDR-X                             MS151026
           END-IF.                                                      MS151026
      *                                                                 MS151026
       819-AGGIORNA-AGE-VDR-C.                                          MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE                  MS151026
           INITIALIZE DCLT-INF-DFAX                                     MS151026
           MOVE FAX-NUM-PRA        TO DFAX-NUM-PRA                      MS151026
           STRING  'ERRORE AGENZIA DEALER T_DFAX_VDR_AGEN '             MS151026
                   K001-ABD-SQLCODE                                     MS151026
                   DELIMITED BY SIZE                                    MS151026
                   INTO DFAX-ERRORE                                     MS151026
           END-STRING                                                   MS151026
           PERFORM 800-INSERT-TINFDFAX                                  MS151026
              THRU 800-INSERT-TINFDFAX-X.                               MS151026
      *----------------------------------------------------------------*MS151026
       819-AGGIORNA-AGE-VDR-X.                                          MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    820-AGE-CONTATTI: AGENZIA DI CUI L'ESITO PORTA RECAPITI E    MS151026
      *    INSTRADAMENTO; LE PRATICHE GIA' LAVORATE E I REPORT          MS151026
      *    RESTANO SULL'AGENZIA DELLA PRATICA (WK-AGE)                  MS151026
      *----------------------------------------------------------------*MS151026
       820-AGE-CONTATTI.                                                MS151026
           MOVE WK-VDR              TO VAG-VDR                          MS151026
           PERFORM 821-AGE-ACCORPATA                                    MS151026
              THRU 821-AGE-ACCORPATA-X                                  MS151026
           MOVE VAG-AGE-PRA         TO VAG-AGE-CONT                     MS151026
           EXEC SQL SELECT VAG_AGE                                      MS151026
                      INTO :VAG-AGE-ATT                                 MS151026
                      FROM T_DFAX_VDR_AGEN                              MS151026
                     WHERE VAG_VDR     = :VAG-VDR                       MS151026
                       AND VAG_DATA_A  = '9999-12-31'                   MS151026
                       AND VAG_ORIGINE = 'R'                            MS151026
           END-EXEC                                                     MS151026
           IF  SQLCODE = ZERO                                           MS151026
           THEN                                                         MS151026
               MOVE VAG-AGE-ATT     TO VAG-AGE-CONT                     MS151026
           END-IF.                                                      MS151026
      *----------------------------------------------------------------*MS151026
       820-AGE-CONTATTI-X.                                              MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    821-AGE-ACCORPATA: DA WK-AGE ALL'AGENZIA CHE OGGI LA         MS151026
      *    SOSTITUISCE (VAG-AGE-PRA), SE ACCORPATA O CHIUSA             MS151026
      *----------------------------------------------------------------*MS151026
       821-AGE-ACCORPATA.                                               MS151026
           MOVE WK-AGE              TO VAG-AGE-PRA                      MS151026
           MOVE ZERO                TO VAG-SALTI                        MS151026
           MOVE 'S'                 TO SW-VAG-ACCORPATA                 MS151026
           PERFORM 822-SALTO-ACCORPATA                                  MS151026
              THRU 822-SALTO-ACCORPATA-X                                MS151026
                   UNTIL NOT VAG-ACCORPATA                              MS151026
                   OR    VAG-SALTI NOT < 5.                             MS151026
      *----------------------------------------------------------------*MS151026
       821-AGE-ACCORPATA-X.                                             MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
       822-SALTO-ACCORPATA.                                             MS151026
           EXEC SQL SELECT RIO_AGE_NEW                                  MS151026
                      INTO :VAG-AGE-NEW                                 MS151026
                      FROM T_DFAX_AGE_RIORG                             MS151026
                     WHERE RIO_TIPO   = 'A'                             MS151026
                       AND RIO_CHIAVE = :VAG-AGE-PRA                    MS151026
                       AND RIO_STATO  = 'A'                             MS151026
                     ORDER BY RIO_DATA_EFF DESC                         MS151026
                     FETCH FIRST 1 ROW ONLY                             MS151026
           END-EXEC                                                     MS151026
           IF  SQLCODE NOT = ZERO                                       MS151026
           THEN                                                         MS151026
               MOVE 'N'             TO SW-VAG-ACCORPATA                 MS151026
               GO TO 822-SALTO-ACCORPATA-X                              MS151026
           END-IF                                                       MS151026
           MOVE VAG-AGE-NEW         TO VAG-AGE-PRA                      MS151026
           ADD 1                    TO VAG-SALTI.                       MS151026
      *----------------------------------------------------------------*MS151026
       822-SALTO-ACCORPATA-X.                                           MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    823-INSERT-TIMSIP: IMPOSTA SOSTITUTIVA DELLA PRATICA EROGATA MS151026
      *    NEL REGISTRO, ALLA DATA DI EROGAZIONE. UN RINVIO PRIMA DELLA MS151026
      *    LIQUIDAZIONE DEL MESE (IMS_MESE_LIQ 0) AGGIORNA LA RIGA; UNA MS151026
      *    RIGA GIA' LIQUIDATA NON SI TOCCA PIU', SALVO CHE SIA STATA   MS151026
      *    STORNATA ('S' SUCCESSIVO): ALLORA LA NUOVA EROGAZIONE RIENTRAMS151026
      *----------------------------------------------------------------*MS151026
       823-INSERT-TIMSIP.                                               MS151026
           IF  WK-IMSIP = ZERO                                          MS151026
           THEN                                                         MS151026
               GO TO 823-INSERT-TIMSIP-X                                MS151026
           END-IF                                                       MS151026
           MOVE WK-IMSIP            TO IMS-IMPORTO                      MS151026
           MOVE WK-IMPFIN           TO IMS-IMPFIN                       MS151026
           MOVE 'ORD'               TO IMS-CATEGORIA                    MS151026
           EXEC SQL SELECT CAT_CATEGORIA                                MS151026
                      INTO :IMS-CATEGORIA                               MS151026
                      FROM T_DFAX_IMSIP_CAT                             MS151026
                     WHERE CAT_PRODOTTO = :WK-PRODOTTO                  MS151026
           END-EXEC                                                     MS151026
           IF  SQLCODE NOT = ZERO                                       MS151026
           THEN                                                         MS151026
               MOVE 'ORD'           TO IMS-CATEGORIA                    MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           EXEC SQL UPDATE T_DFAX_IMSIP                                 MS151026
                       SET IMS_CODSOC      = :WK-CODSOC                 MS151026
                          ,IMS_CATEGORIA   = :IMS-CATEGORIA             MS151026
                          ,IMS_PRODOTTO    = :WK-PRODOTTO               MS151026
                          ,IMS_IMPORTO     = :IMS-IMPORTO               MS151026
                          ,IMS_IMPFIN      = :IMS-IMPFIN                MS151026
                          ,IMS_DATA_COMP   = CURRENT DATE               MS151026
                          ,IMS_DATA_AGG    = CURRENT TIMESTAMP          MS151026
                     WHERE IMS_NUM_PRA     = :WK-NUMPRA                 MS151026
                       AND IMS_MOVIMENTO   = 'E'                        MS151026
                       AND IMS_MESE_LIQ    = 0                          MS151026
           END-EXEC                                                     MS151026
           IF  SQLCODE NOT = 100                                        MS151026
           THEN                                                         MS151026
               GO TO 823-INSERT-TIMSIP-C                                MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           MOVE ZERO                TO SIC-CONTA                        MS151026
           EXEC SQL SELECT COUNT(*)                                     MS151026
                      INTO :SIC-CONTA                                   MS151026
                      FROM T_DFAX_IMSIP E                               MS151026
                     WHERE E.IMS_NUM_PRA   = :WK-NUMPRA                 MS151026
                       AND E.IMS_MOVIMENTO = 'E'                        MS151026
                       AND NOT EXISTS                                   MS151026
                           (SELECT 1                                    MS151026
                              FROM T_DFAX_IMSIP S                       MS151026
                             WHERE S.IMS_NUM_PRA   = E.IMS_NUM_PRA      MS151026
                               AND S.IMS_MOVIMENTO = 'S'                MS151026
                               AND S.IMS_DATA_INS  > E.IMS_DATA_INS)    MS151026
           END-EXEC                                                     MS151026
           IF  SIC-CONTA > ZERO                                         MS151026
           THEN                                                         MS151026
               GO TO 823-INSERT-TIMSIP-X                                MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           EXEC SQL INSERT  INTO T_DFAX_IMSIP                           MS151026
                            (IMS_NUM_PRA                                MS151026
                            ,IMS_MOVIMENTO                              MS151026
                            ,IMS_CODSOC                                 MS151026
                            ,IMS_CATEGORIA                              MS151026
                            ,IMS_PRODOTTO                               MS151026
                            ,IMS_VDR                                    MS151026
                            ,IMS_IMPORTO                                MS151026
                            ,IMS_IMPFIN                                 MS151026
                            ,IMS_DATA_COMP                              MS151026
                            ,IMS_MESE_LIQ                               MS151026
                            ,IMS_DATA_INS                               MS151026
                            ,IMS_DATA_AGG)                              MS151026
                    VALUES (:WK-NUMPRA                                  MS151026
                           ,'E'                                         MS151026
                           ,:WK-CODSOC                                  MS151026
                           ,:IMS-CATEGORIA                              MS151026
                           ,:WK-PRODOTTO                                MS151026
                           ,:WK-VDR                                     MS151026
                           ,:IMS-IMPORTO                                MS151026
                           ,:IMS-IMPFIN                                 MS151026
                           ,CURRENT DATE                                MS151026
                           ,0                                           MS151026
                           ,CURRENT TIMESTAMP                           MS151026
                           ,CURRENT TIMESTAMP)                          MS151026
           END-EXEC.                                                    MS151026
      *                                                                 MS151026
       823-INSERT-TIMSIP-C.                                             MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE                  MS151026
           IF  OK-ON-REC                                                MS151026
           THEN                                                         MS151026
               CONTINUE                                                 MS151026
           ELSE                                                         MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               STRING  'ERRORE INSERT T_DFAX_IMSIP '                    MS151026
                       K001-ABD-SQLCODE                                 MS151026
                       DELIMITED BY SIZE                                MS151026
                       INTO DFAX-ERRORE                                 MS151026
               END-STRING                                               MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
           END-IF.                                                      MS151026
      *----------------------------------------------------------------*MS151026
       823-INSERT-TIMSIP-X.                                             MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    824-CHECK-PROC-VDR: DEALER PAGATO (PLA-VDR) CON PROCEDURA    MS151026
      *    CONCORSUALE APERTA SU T_ANA_PROC_CONC. SE IL REGISTRO NON SI MS151026
      *    PUO' LEGGERE (ERRORE DB2) IL BONIFICO NASCE FERMO COMUNQUE,  MS151026
      *    CON TIPO 'ER', E LO RIVERIFICA AN0233RT NELLA NOTTE          MS151026
      *----------------------------------------------------------------*MS151026
       824-CHECK-PROC-VDR.                                              MS151026
           MOVE 'N'                 TO SW-PRC-VDR                       MS151026
           MOVE SPACE               TO PRC-TIPO-VDR                     MS151026
           EXEC SQL SELECT PRC_TIPO                                     MS151026
                      INTO :PRC-TIPO-VDR                                MS151026
                      FROM T_ANA_PROC_CONC                              MS151026
                     WHERE PRC_VDR   = :PLA-VDR                         MS151026
                       AND PRC_STATO = 'A'                              MS151026
                     ORDER BY PRC_DT_APERTURA DESC                      MS151026
                     FETCH FIRST 1 ROW ONLY                             MS151026
           END-EXEC                                                     MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE                  MS151026
           IF  SQLCODE < ZERO                                           MS151026
           THEN                                                         MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               STRING  'ERRORE CONTROLLO PROCEDURE DEALER '             MS151026
                       K001-ABD-SQLCODE                                 MS151026
                       DELIMITED BY SIZE                                MS151026
                       INTO DFAX-ERRORE                                 MS151026
               END-STRING                                               MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
               SET PRC-NON-VERIFICATA TO TRUE                           MS151026
               SET PRC-VDR-FERMO    TO TRUE                             MS151026
               GO TO 824-CHECK-PROC-VDR-X                               MS151026
           END-IF                                                       MS151026
           IF  SQLCODE = ZERO                                           MS151026
           THEN                                                         MS151026
               SET PRC-VDR-FERMO    TO TRUE                             MS151026
           END-IF.                                                      MS151026
      *----------------------------------------------------------------*MS151026
       824-CHECK-PROC-VDR-X.                                            MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    825-INSERT-HOLD-PROC: BONIFICO FERMO PER PROCEDURA           MS151026
      *    CONCORSUALE DEL DEALER; QUANDO IL DEALER NON HA PIU'         MS151026
      *    PROCEDURE APERTE AN0233RT LO RIPORTA AL FERMO PLAFOND O      MS151026
      *    COORDINATE ANCORA APERTO, ALTRIMENTI IN LAVORAZIONE          MS151026
      *----------------------------------------------------------------*MS151026
       825-INSERT-HOLD-PROC.                                            MS151026
           EXEC SQL INSERT  INTO T_DFAX_HOLD_PROC                       MS151026
                            (HPC_NUM_DIST                               MS151026
                            ,HPC_NUM_MOV                                MS151026
                            ,HPC_NUM_PRA                                MS151026
                            ,HPC_VDR                                    MS151026
                            ,HPC_TIPO_PROC                              MS151026
                            ,HPC_IMPORTO                                MS151026
                            ,HPC_STATO_ORIG                             MS151026
                            ,HPC_STATO                                  MS151026
                            ,HPC_DATA_INS)                              MS151026
                    VALUES (:BE-NUM-DIST                                MS151026
                           ,:BE-NUM-MOV                                 MS151026
                           ,:WK-NUMPRA                                  MS151026
                           ,:PLA-VDR                                    MS151026
                           ,:PRC-TIPO-VDR                               MS151026
                           ,:BE-IMPORTO                                 MS151026
                           ,:PRC-STATO-ORIG                             MS151026
                           ,'H'                                         MS151026
                           ,CURRENT TIMESTAMP)                          MS151026
           END-EXEC                                                     MS151026
      *                                                                 MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE                  MS151026
           IF  OK-ON-REC                                                MS151026
           THEN                                                         MS151026
               CONTINUE                                                 MS151026
           ELSE                                                         MS151026
               SET HOLD-KO          TO TRUE                             MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               STRING  'ERRORE INSERT T_DFAX_HOLD_PROC '                MS151026
                       K001-ABD-SQLCODE                                 MS151026
                       DELIMITED BY SIZE                                MS151026
                       INTO DFAX-ERRORE                                 MS151026
               END-STRING                                               MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
               GO TO 825-INSERT-HOLD-PROC-X                             MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           INITIALIZE DCLT-INF-DFAX                                     MS151026
           MOVE FAX-NUM-PRA        TO DFAX-NUM-PRA                      MS151026
           IF  PRC-NON-VERIFICATA                                       MS151026
           THEN                                                         MS151026
               MOVE 'BONIFICO FERMO: PROCEDURE DEALER NON VERIFICATE'   MS151026
                                   TO DFAX-ERRORE                       MS151026
           ELSE                                                         MS151026
               MOVE 'BONIFICO FERMO: DEALER IN PROCEDURA CONCORSUALE'   MS151026
                                   TO DFAX-ERRORE                       MS151026
           END-IF                                                       MS151026
           PERFORM 800-INSERT-TINFDFAX                                  MS151026
              THRU 800-INSERT-TINFDFAX-X.                               MS151026
      *----------------------------------------------------------------*MS151026
       825-INSERT-HOLD-PROC-X.                                          MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    826-ANNULLA-MOV: IL BONIFICO E' NATO FERMO MA UN FERMO NON   MS151026
      *    E' STATO REGISTRATO E NESSUNO LO RILASCEREBBE. IL MOVIMENTO  MS151026
      *    SI ANNULLA ('X') CON GLI ALTRI FERMI GIA' SCRITTI, NELLA     MS151026
      *    STESSA UNITA' DI LAVORO; LA PRATICA VA RIPROPOSTA            MS151026
      *----------------------------------------------------------------*MS151026
       826-ANNULLA-MOV.                                                 MS151026
           EXEC SQL UPDATE BE00TBMO                                     MS151026
                       SET STATO_MOV = 'X'                              MS151026
                     WHERE ISTITUTO  = 100                              MS151026
                       AND NUM_DIST  = :BE-NUM-DIST                     MS151026
                       AND NUM_MOV   = :BE-NUM-MOV                      MS151026
           END-EXEC                                                     MS151026
           MOVE SQLCODE TO DB2-RETURN K001-ABD-SQLCODE                  MS151026
           IF  NOT OK-ON-REC                                            MS151026
           THEN                                                         MS151026
               INITIALIZE DCLT-INF-DFAX                                 MS151026
               MOVE FAX-NUM-PRA    TO DFAX-NUM-PRA                      MS151026
               STRING  'ERRORE ANNULLO BE00TBMO '                       MS151026
                       K001-ABD-SQLCODE                                 MS151026
                       DELIMITED BY SIZE                                MS151026
                       INTO DFAX-ERRORE                                 MS151026
               END-STRING                                               MS151026
               PERFORM 800-INSERT-TINFDFAX                              MS151026
                  THRU 800-INSERT-TINFDFAX-X                            MS151026
               GO TO 826-ANNULLA-MOV-X                                  MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           EXEC SQL UPDATE T_DFAX_HOLD_PLAF                             MS151026
                       SET HPL_STATO    = 'X'                           MS151026
                     WHERE HPL_NUM_DIST = :BE-NUM-DIST                  MS151026
                       AND HPL_NUM_MOV  = :BE-NUM-MOV                   MS151026
                       AND HPL_STATO    = 'H'                           MS151026
           END-EXEC                                                     MS151026
           EXEC SQL UPDATE T_DFAX_HOLD_BQE                              MS151026
                       SET HBQ_STATO    = 'X'                           MS151026
                     WHERE HBQ_NUM_DIST = :BE-NUM-DIST                  MS151026
                       AND HBQ_NUM_MOV  = :BE-NUM-MOV                   MS151026
                       AND HBQ_STATO    = 'H'                           MS151026
           END-EXEC                                                     MS151026
           EXEC SQL UPDATE T_DFAX_HOLD_PROC                             MS151026
                       SET HPC_STATO    = 'X'                           MS151026
                     WHERE HPC_NUM_DIST = :BE-NUM-DIST                  MS151026
                       AND HPC_NUM_MOV  = :BE-NUM-MOV                   MS151026
                       AND HPC_STATO    = 'H'                           MS151026
           END-EXEC                                                     MS151026
      *                                                                 MS151026
           INITIALIZE DCLT-INF-DFAX                                     MS151026
           MOVE FAX-NUM-PRA        TO DFAX-NUM-PRA                      MS151026
           MOVE 'FERMO NON REGISTRATO: BONIFICO ANNULLATO, RIPROPORRE'  MS151026
                                   TO DFAX-ERRORE                       MS151026
           PERFORM 800-INSERT-TINFDFAX                                  MS151026
              THRU 800-INSERT-TINFDFAX-X.                               MS151026
      *----------------------------------------------------------------*MS151026
       826-ANNULLA-MOV-X.                                               MS151026
           EXIT.                                                        MS151026
      *
      *----------------------------------------------------------------*MS220826
      *    799-INSERT-TINVIO: TRACCIA DI CONSEGNA DEL SINGOLO INVIO.    MS220826
       788-SELECT-TDFXROUT.                                             MS220826
           MOVE 'N'                 TO SW-ROU-TROVATO                   MS220826
           MOVE WK-CODSOC           TO ROU-CODSOC                       MS220826
           MOVE VAG-AGE-CONT        TO ROU-AGE                          MS151026
           EVALUATE TRUE                                                MS220826
             WHEN CANALE-PEC                                            MS010926
                  MOVE 'P'           TO ROU-CANALE                      MS010926
      *    VIA TATAAGEN STANDARD                                      MS090826
      *----------------------------------------------------------------*
      *
      *    LO SCARTO NASCE DA DB2 NON DISPONIBILE: NIENTE SCARTO,       MS151026
      *    LA RICHIESTA SI ACCANTONA E SI RIPRENDE PIU' TARDI           MS151026
           MOVE SQLCODE             TO SPL-SQLCODE-TEST                 MS151026
           IF  SPL-DB2-NON-DISP                                         MS151026
           THEN                                                         MS151026
               PERFORM 040-ACCANTONA-RICHIESTA                          MS151026
                  THRU 040-ACCANTONA-RICHIESTA-X                        MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           MOVE WK-VDR              TO DFAX-VDR                       MS090826
           MOVE TVDTIPVDR           TO DFAX-TIPVDR                    MS090826
      *
           THEN
               CONTINUE
           ELSE
               MOVE SQLCODE         TO SPL-SQLCODE-TEST                 MS151026
               IF  SPL-DB2-NON-DISP                                     MS151026
               THEN                                                     MS151026
                   PERFORM 040-ACCANTONA-RICHIESTA                      MS151026
                      THRU 040-ACCANTONA-RICHIESTA-X                    MS151026
               END-IF                                                   MS151026
               EXEC CICS ABEND  ABCODE ('DFAX') END-EXEC
           END-IF.
      *
                  MOVE SPACES               TO TFXFL-RIFI               NO220715
              END-IF                                                    NO220715
           END-IF
      *                                                                 MS151026
      *    PRATICA DI RIFINANZIAMENTO: ESTINZIONI E RESIDUO AL DEALER   MS151026
      *    PER LA RIPARTIZIONE DELL'EROGATO SULL'ESITO                  MS151026
           PERFORM 805-CARICA-ESTINZ                                    MS151026
              THRU 805-CARICA-ESTINZ-X                                  MS151026
      *
           PERFORM 460-TBLO-MESS-ESITO
              THRU 460-TBLO-MESS-ESITO-X
      *
           PERFORM 803-INSERT-TIMPLOG                                   MS010926
              THRU 803-INSERT-TIMPLOG-X                                 MS010926
      *                                                                 MS151026
      *    SCADENZA E PROROGHE DELL'APPROVAZIONE PER LO SWEEP D05223RV  MS151026
           IF  WK-APP-RIF = 'A'                                         MS151026
           AND WK-SCAD NOT = ZERO                                       MS151026
           THEN                                                         MS151026
               PERFORM 808-UPSERT-TSCAD                                 MS151026
                  THRU 808-UPSERT-TSCAD-X                               MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
      *    MANDATO SDD SULL'IBAN DI RIMBORSO PER IL PAGAMENTO IN BANCA  MS151026
           IF  WK-APP-RIF = 'A'                                         MS151026
           AND WK-MOD-PAG NOT = 0                                       MS151026
           AND WK-IBAN NOT = SPACE                                      MS151026
           THEN                                                         MS151026
               PERFORM 812-UPSERT-MANDATO                               MS151026
                  THRU 812-UPSERT-MANDATO-X                             MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
      *    APPROVAZIONE O RIFIUTO DA SEGNALARE AL SIC; LA PRATICA       MS151026
      *    SOSPESA NON E' UNA DECISIONE E NON SI SEGNALA                MS151026
           IF  WK-APP-RIF = 'A'                                         MS151026
           OR  WK-APP-RIF = 'R'                                         MS151026
           THEN                                                         MS151026
               MOVE WK-APP-RIF          TO SIC-EVENTO                   MS151026
               PERFORM 816-INSERT-TSICEVT                               MS151026
                  THRU 816-INSERT-TSICEVT-X                             MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
           PERFORM 819-AGGIORNA-AGE-VDR                                 MS151026
              THRU 819-AGGIORNA-AGE-VDR-X                               MS151026
      *
           MOVE 'E'                 TO PORT-TIPO-MSG                  MS090826
           MOVE WK-APP-RIF          TO PORT-ESITO                     MS090826
       PREPARA-BONIF.
      *----------------------------------------------------------------*
      *
      *    APPROVAZIONE DECADUTA SENZA NUOVA PROROGA: NIENTE BONIFICO   MS151026
           PERFORM 809-CHECK-DECADUTA                                   MS151026
              THRU 809-CHECK-DECADUTA-X                                 MS151026
      *    PRATICA ANNULLATA O RECEDUTA: NIENTE BONIFICO                MS151026
           PERFORM 811-CHECK-ANNULLO                                    MS151026
              THRU 811-CHECK-ANNULLO-X                                  MS151026
      *    DOCUMENTI OBBLIGATORI BLOCCANTI NON ARRIVATI: NIENTE BONIFICOMS151026
           PERFORM 815-CHECK-DOC-OBBL                                   MS151026
              THRU 815-CHECK-DOC-OBBL-X                                 MS151026
      *                                                                 MS151026
           MOVE WK-CODSOC           TO SOCI-CODSOC
           PERFORM SELECT-TGENSOCI   THRU SELECT-TGENSOCI-X
      *
      *
           PERFORM 795-INSERT-BE00TBMO                                  MS220826
              THRU 795-INSERT-BE00TBMO-X                                MS220826
      *                                                                 MS151026
      *    SENZA BONIFICO DISPOSTO NON C'E' EROGAZIONE DA SEGNALARE     MS151026
           IF  BON-DISPOSTO                                             MS151026
           THEN                                                         MS151026
               PERFORM 810-UPDATE-TSCAD-EROG                            MS151026
                  THRU 810-UPDATE-TSCAD-EROG-X                          MS151026
      *        EROGAZIONE DA SEGNALARE AL SIC                           MS151026
               MOVE 'E'             TO SIC-EVENTO                       MS151026
               PERFORM 816-INSERT-TSICEVT                               MS151026
                  THRU 816-INSERT-TSICEVT-X                             MS151026
      *        IMPOSTA SOSTITUTIVA NEL REGISTRO DELLA LIQUIDAZIONE      MS151026
               PERFORM 823-INSERT-TIMSIP                                MS151026
                  THRU 823-INSERT-TIMSIP-X                              MS151026
           END-IF                                                       MS151026
      *
           MOVE 'B'                 TO DIS-DOC                          MS220826
           PERFORM 078-DISTRIBUZIONE                                    MS220826
      *
      *    GLI ATTRIBUTI CONFIGURATI, SE PRESENTI, SOSTITUISCONO I      MS220826
      *    DEFAULT COMPILATI (COMPRESO LO SCHENV APPENA IMPOSTATO)      MS220826
           PERFORM 820-AGE-CONTATTI                                     MS151026
              THRU 820-AGE-CONTATTI-X                                   MS151026
           PERFORM 788-SELECT-TDFXROUT                                  MS220826
              THRU 788-SELECT-TDFXROUT-X                                MS220826
           IF  ROU-TROVATO                                              MS220826
                                       RJ22-SYSOUT RJ24-SYSOUT          MS220826
           END-IF                                                       MS220826
      *
           MOVE VAG-AGE-CONT        TO RJ1-AGE                          MS151026
           MOVE RIGA-JOB1           TO AREA-CODA
           PERFORM WRITE-TSCODA     THRU WRITE-TSCODA-X.
      *
                 MOVE SPACE               TO AREA-CODA
                 PERFORM WRITE-TSCODA     THRU WRITE-TSCODA-X
           END-PERFORM.
      *    RIPARTIZIONE DELL'EROGATO SULLE PRATICHE DI RIFINANZIAMENTO  MS151026
           IF  PRATICA-RIFI                                             MS151026
           AND WK-APP-RIF = 'A'                                         MS151026
           THEN                                                         MS151026
               PERFORM PREPARA-ESITO-ESTINZ                             MS151026
                  THRU PREPARA-ESITO-ESTINZ-X                           MS151026
           END-IF.                                                      MS151026
      *    DATI DEL BENE FINANZIATO, SE LA PRATICA NE HA UNO            MS151026
           PERFORM PREPARA-ESITO-BENE                                   MS151026
              THRU PREPARA-ESITO-BENE-X.                                MS151026
      *
      *** LE RIGHE PER LE CONDIZIONI ACCESSORIE
      *??????????????
                 MOVE RJOB-ESITO5         TO AREA-CODA
                 PERFORM WRITE-TSCODA     THRU WRITE-TSCODA-X
           END-PERFORM.
      *    PIANO DI AMMORTAMENTO IN PAGINA AGGIUNTIVA SUI CLASSICI      MS151026
      *    APPROVATI A RATA COSTANTE; NON SU SMS/WHATSAPP               MS151026
           IF  WK-APP-RIF = 'A'                                         MS151026
           AND CLASSICO                                                 MS151026
           AND WK-CODMAXI NOT = '9'                                     MS151026
           AND WK-NUMDUR > ZERO                                         MS151026
           AND WK-IMPMENS > ZERO                                        MS151026
           AND NOT WK-SMS                                               MS151026
           AND NOT WK-WHATSAPP                                          MS151026
           THEN                                                         MS151026
               PERFORM PREPARA-PIANO-AMM                                MS151026
                  THRU PREPARA-PIANO-AMM-X                              MS151026
           END-IF.                                                      MS151026
      *
      *----------------------------------------------------------------*
       PREPARA-ESITO-FX01-FX04-X.
           EXIT.
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    PREPARA-ESITO-ESTINZ: SULL'ESITO APPROVATO DI UNA PRATICA    MS151026
      *    DI RIFINANZIAMENTO MOSTRA LA RIPARTIZIONE DELL'EROGATO:      MS151026
      *    UNA RIGA PER OGNI FINANZIAMENTO ESTINTO (T_DFAX_ESTINZ) E    MS151026
      *    IL RESIDUO CHE ANDRA' AL DEALER                              MS151026
      *----------------------------------------------------------------*MS151026
       PREPARA-ESITO-ESTINZ.                                            MS151026
           MOVE 'N'                 TO SW-FINE-EST                      MS151026
           EXEC SQL OPEN CURS-EST END-EXEC                              MS151026
           IF  SQLCODE NOT = ZERO                                       MS151026
           THEN                                                         MS151026
               GO TO PREPARA-ESITO-ESTINZ-X                             MS151026
           END-IF                                                       MS151026
           PERFORM PREPARA-ESITO-ESTINZ-RIGA                            MS151026
              THRU PREPARA-ESITO-ESTINZ-RIGA-X                          MS151026
                   UNTIL FINE-EST                                       MS151026
           EXEC SQL CLOSE CURS-EST END-EXEC                             MS151026
           MOVE 'AL DEALER:      '  TO RJS-DESCR                        MS151026
           MOVE WK-TITOLARE         TO RJS-BENEF                        MS151026
           MOVE EST-RESIDUO         TO RJS-IMPORTO                      MS151026
           MOVE RJOB-ESTINZ         TO AREA-CODA                        MS151026
           PERFORM WRITE-TSCODA     THRU WRITE-TSCODA-X.                MS151026
      *----------------------------------------------------------------*MS151026
       PREPARA-ESITO-ESTINZ-X.                                          MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
       PREPARA-ESITO-ESTINZ-RIGA.                                       MS151026
           EXEC SQL FETCH CURS-EST                                      MS151026
                    INTO :EST-PROG, :EST-IBAN, :EST-BENEF,              MS151026
                         :EST-IMPORTO                                   MS151026
           END-EXEC                                                     MS151026
           IF  SQLCODE NOT = ZERO                                       MS151026
           THEN                                                         MS151026
               SET FINE-EST         TO TRUE                             MS151026
           ELSE                                                         MS151026
               MOVE 'ESTINZIONE:     ' TO RJS-DESCR                     MS151026
               MOVE EST-BENEF       TO RJS-BENEF                        MS151026
               MOVE EST-IMPORTO     TO RJS-IMPORTO                      MS151026
               MOVE RJOB-ESTINZ     TO AREA-CODA                        MS151026
               PERFORM WRITE-TSCODA THRU WRITE-TSCODA-X                 MS151026
           END-IF.                                                      MS151026
      *----------------------------------------------------------------*MS151026
       PREPARA-ESITO-ESTINZ-RIGA-X.                                     MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    PREPARA-ESITO-BENE: DUE RIGHE CON IL BENE FINANZIATO         MS151026
      *    REGISTRATO PER LA PRATICA (T_DFAX_BENE)                      MS151026
      *----------------------------------------------------------------*MS151026
       PREPARA-ESITO-BENE.                                              MS151026
           MOVE SPACE               TO BEN-TELAIO BEN-TARGA BEN-MARCA   MS151026
                                       BEN-MODELLO BEN-NUOVO            MS151026
           MOVE ZERO                TO BEN-PREZZO                       MS151026
           EXEC SQL SELECT BEN_TELAIO, BEN_TARGA, BEN_MARCA,            MS151026
                           BEN_MODELLO, BEN_NUOVO, BEN_PREZZO           MS151026
                      INTO :BEN-TELAIO, :BEN-TARGA, :BEN-MARCA,         MS151026
                           :BEN-MODELLO, :BEN-NUOVO, :BEN-PREZZO        MS151026
                      FROM T_DFAX_BENE                                  MS151026
                     WHERE BEN_NUM_PRA = :WK-NUMPRA                     MS151026
           END-EXEC                                                     MS151026
           IF  SQLCODE NOT = ZERO                                       MS151026
           THEN                                                         MS151026
               GO TO PREPARA-ESITO-BENE-X                               MS151026
           END-IF                                                       MS151026
           MOVE BEN-MARCA           TO RJB-MARCA                        MS151026
           MOVE BEN-MODELLO         TO RJB-MODELLO                      MS151026
           EVALUATE BEN-NUOVO                                           MS151026
             WHEN 'N'                                                   MS151026
                  MOVE 'NUOVO'      TO RJB-NUOVO                        MS151026
             WHEN 'U'                                                   MS151026
                  MOVE 'USATO'      TO RJB-NUOVO                        MS151026
             WHEN OTHER                                                 MS151026
                  MOVE SPACE        TO RJB-NUOVO                        MS151026
           END-EVALUATE                                                 MS151026
           MOVE RJOB-BENE1          TO AREA-CODA                        MS151026
           PERFORM WRITE-TSCODA     THRU WRITE-TSCODA-X                 MS151026
           MOVE BEN-TELAIO          TO RJB-TELAIO                       MS151026
           MOVE BEN-TARGA           TO RJB-TARGA                        MS151026
           MOVE BEN-PREZZO          TO RJB-PREZZO                       MS151026
           MOVE RJOB-BENE2          TO AREA-CODA                        MS151026
           PERFORM WRITE-TSCODA     THRU WRITE-TSCODA-X.                MS151026
      *----------------------------------------------------------------*MS151026
       PREPARA-ESITO-BENE-X.                                            MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    PREPARA-PIANO-AMM: PAGINE DEL PIANO DI AMMORTAMENTO. CON     MS151026
      *    MAXIRATA LE RATE ORDINARIE SONO NUMDUR - 1 E L'ULTIMA E' LA  MS151026
      *    MAXIRATA, COME NELLE RIGHE RATE DELL'ESITO                   MS151026
      *----------------------------------------------------------------*MS151026
       PREPARA-PIANO-AMM.                                               MS151026
           MOVE 'N'                 TO SW-PAM-MAXI                      MS151026
           MOVE WK-NUMDUR           TO PAM-N-RATE                       MS151026
           IF  WK-CODMAXI NOT = SPACE AND LOW-VALUE AND '7'             MS151026
           AND WK-IMPMAXI > ZERO                                        MS151026
           THEN                                                         MS151026
               SET PAM-CON-MAXI     TO TRUE                             MS151026
               COMPUTE PAM-N-RATE = WK-NUMDUR - 1                       MS151026
           END-IF                                                       MS151026
      *                                                                 MS151026
      *    TASSO MENSILE: ZERO SE RATE E MAXIRATA NON SUPERANO IL       MS151026
      *    FINANZIATO (TASSO ZERO PROMOZIONALE), ALTRIMENTI BISEZIONE   MS151026
      *    TRA 0 E 5% MENSILE SUL DEBITO RESIDUO A FINE PIANO           MS151026
           MOVE ZERO                TO PAM-TASSO                        MS151026
           IF  WK-IMPMENS * PAM-N-RATE + WK-IMPMAXI > WK-IMPFIN         MS151026
           THEN                                                         MS151026
               MOVE ZERO            TO PAM-TASSO-MIN                    MS151026
               MOVE 0,05            TO PAM-TASSO-MAX                    MS151026
               PERFORM PREPARA-PIANO-TASSO                              MS151026
                  THRU PREPARA-PIANO-TASSO-X                            MS151026
                       PAM-ITERAZIONI TIMES                             MS151026
               COMPUTE PAM-TASSO = (PAM-TASSO-MIN + PAM-TASSO-MAX) / 2  MS151026
           END-IF                                                       MS151026
           COMPUTE PAM-TAN ROUNDED = PAM-TASSO * 1200                   MS151026
      *                                                                 MS151026
           MOVE ZERO                TO PAM-PAG PAM-TOT-RATE             MS151026
                                       PAM-TOT-CAPITALE                 MS151026
                                       PAM-TOT-INTERESSI                MS151026
           PERFORM PREPARA-PIANO-TESTATA                                MS151026
              THRU PREPARA-PIANO-TESTATA-X                              MS151026
           MOVE WK-IMPFIN           TO PAM-RESIDUO                      MS151026
           PERFORM PREPARA-PIANO-RIGA                                   MS151026
              THRU PREPARA-PIANO-RIGA-X                                 MS151026
                   VARYING PAM-PROG FROM 1 BY 1                         MS151026
                   UNTIL   PAM-PROG > WK-NUMDUR                         MS151026
      *                                                                 MS151026
           MOVE SPACE               TO AREA-CODA                        MS151026
           PERFORM WRITE-TSCODA     THRU WRITE-TSCODA-X                 MS151026
           MOVE PAM-TOT-RATE        TO RJPA5-RATE                       MS151026
           MOVE PAM-TOT-CAPITALE    TO RJPA5-CAPITALE                   MS151026
           MOVE PAM-TOT-INTERESSI   TO RJPA5-INTERESSI                  MS151026
           MOVE RJOB-PAM5           TO AREA-CODA                        MS151026
           PERFORM WRITE-TSCODA     THRU WRITE-TSCODA-X                 MS151026
           IF  PAM-CON-MAXI                                             MS151026
           THEN                                                         MS151026
               MOVE SPACE           TO AREA-CODA                        MS151026
               PERFORM WRITE-TSCODA THRU WRITE-TSCODA-X                 MS151026
               MOVE RJOB-PAM6       TO AREA-CODA                        MS151026
               PERFORM WRITE-TSCODA THRU WRITE-TSCODA-X                 MS151026
           END-IF.                                                      MS151026
      *----------------------------------------------------------------*MS151026
       PREPARA-PIANO-AMM-X.                                             MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    PREPARA-PIANO-TASSO: UN PASSO DI BISEZIONE. SE A FINE PIANO  MS151026
      *    RESTA DEBITO IL TASSO DI PROVA E' TROPPO ALTO                MS151026
      *----------------------------------------------------------------*MS151026
       PREPARA-PIANO-TASSO.                                             MS151026
           COMPUTE PAM-TASSO = (PAM-TASSO-MIN + PAM-TASSO-MAX) / 2      MS151026
           MOVE WK-IMPFIN           TO PAM-RESIDUO                      MS151026
           PERFORM PREPARA-PIANO-SALDO                                  MS151026
              THRU PREPARA-PIANO-SALDO-X                                MS151026
                   PAM-N-RATE TIMES                                     MS151026
           IF  PAM-CON-MAXI                                             MS151026
           THEN                                                         MS151026
               COMPUTE PAM-RESIDUO =                                    MS151026
                       PAM-RESIDUO * (1 + PAM-TASSO) - WK-IMPMAXI       MS151026
           END-IF                                                       MS151026
           IF  PAM-RESIDUO > ZERO                                       MS151026
           THEN                                                         MS151026
               MOVE PAM-TASSO       TO PAM-TASSO-MAX                    MS151026
           ELSE                                                         MS151026
               MOVE PAM-TASSO       TO PAM-TASSO-MIN                    MS151026
           END-IF.                                                      MS151026
      *----------------------------------------------------------------*MS151026
       PREPARA-PIANO-TASSO-X.                                           MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
       PREPARA-PIANO-SALDO.                                             MS151026
           COMPUTE PAM-RESIDUO =                                        MS151026
                   PAM-RESIDUO * (1 + PAM-TASSO) - WK-IMPMENS.          MS151026
      *----------------------------------------------------------------*MS151026
       PREPARA-PIANO-SALDO-X.                                           MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    PREPARA-PIANO-TESTATA: NUOVA PAGINA CON MODELLO FXPA         MS151026
      *----------------------------------------------------------------*MS151026
       PREPARA-PIANO-TESTATA.                                           MS151026
           ADD 1                    TO PAM-PAG                          MS151026
           MOVE ZERO                TO PAM-RIGHE-PAG                    MS151026
           MOVE SPACE               TO AREA-CODA                        MS151026
           PERFORM WRITE-TSCODA     THRU WRITE-TSCODA-X                 MS151026
           MOVE SOC-ST              TO RJPM-SOC                         MS151026
           MOVE RJOB-PAM-MOD        TO AREA-CODA                        MS151026
           PERFORM WRITE-TSCODA     THRU WRITE-TSCODA-X                 MS151026
           MOVE WK-NUMPRA           TO RJPA1-PRATICA                    MS151026
           MOVE PAM-PAG             TO RJPA1-PAG                        MS151026
           MOVE RJOB-PAM1           TO AREA-CODA                        MS151026
           PERFORM WRITE-TSCODA     THRU WRITE-TSCODA-X                 MS151026
           MOVE SPACE               TO AREA-CODA                        MS151026
           PERFORM WRITE-TSCODA     THRU WRITE-TSCODA-X                 MS151026
           MOVE WK-IMPFIN           TO RJPA2-IMPFIN                     MS151026
           MOVE PAM-TAN             TO RJPA2-TAN                        MS151026
           MOVE TAEG-VALORE         TO RJPA2-TAEG                       MS151026
           MOVE RJOB-PAM2           TO AREA-CODA                        MS151026
           PERFORM WRITE-TSCODA     THRU WRITE-TSCODA-X                 MS151026
           MOVE SPACE               TO AREA-CODA                        MS151026
           PERFORM WRITE-TSCODA     THRU WRITE-TSCODA-X                 MS151026
           MOVE RJOB-PAM3           TO AREA-CODA                        MS151026
           PERFORM WRITE-TSCODA     THRU WRITE-TSCODA-X.                MS151026
      *----------------------------------------------------------------*MS151026
       PREPARA-PIANO-TESTATA-X.                                         MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    PREPARA-PIANO-RIGA: UNA RATA. L'ULTIMA (ORDINARIA O          MS151026
      *    MAXIRATA) CHIUDE IL DEBITO: CAPITALE = RESIDUO E GLI         MS151026
      *    INTERESSI ASSORBONO GLI ARROTONDAMENTI                       MS151026
      *----------------------------------------------------------------*MS151026
       PREPARA-PIANO-RIGA.                                              MS151026
           IF  PAM-RIGHE-PAG NOT < PAM-MAX-RIGHE                        MS151026
           THEN                                                         MS151026
               PERFORM PREPARA-PIANO-TESTATA                            MS151026
                  THRU PREPARA-PIANO-TESTATA-X                          MS151026
           END-IF                                                       MS151026
           PERFORM PREPARA-PIANO-SCAD                                   MS151026
              THRU PREPARA-PIANO-SCAD-X                                 MS151026
      *                                                                 MS151026
           COMPUTE PAM-INTERESSI ROUNDED = PAM-RESIDUO * PAM-TASSO      MS151026
           IF  PAM-PROG < WK-NUMDUR                                     MS151026
           THEN                                                         MS151026
               MOVE WK-IMPMENS      TO PAM-RATA                         MS151026
               COMPUTE PAM-CAPITALE = PAM-RATA - PAM-INTERESSI          MS151026
           ELSE                                                         MS151026
               IF  PAM-CON-MAXI                                         MS151026
               THEN                                                     MS151026
                   MOVE WK-IMPMAXI  TO PAM-RATA                         MS151026
               ELSE                                                     MS151026
                   MOVE WK-IMPMENS  TO PAM-RATA                         MS151026
               END-IF                                                   MS151026
               COMPUTE PAM-CAPITALE ROUNDED = PAM-RESIDUO               MS151026
               COMPUTE PAM-INTERESSI = PAM-RATA - PAM-CAPITALE          MS151026
               IF  PAM-INTERESSI < ZERO                                 MS151026
               THEN                                                     MS151026
                   MOVE ZERO        TO PAM-INTERESSI                    MS151026
                   MOVE PAM-CAPITALE TO PAM-RATA                        MS151026
               END-IF                                                   MS151026
           END-IF                                                       MS151026
           COMPUTE PAM-RESIDUO = PAM-RESIDUO - PAM-CAPITALE             MS151026
           ADD PAM-RATA             TO PAM-TOT-RATE                     MS151026
           ADD PAM-CAPITALE         TO PAM-TOT-CAPITALE                 MS151026
           ADD PAM-INTERESSI        TO PAM-TOT-INTERESSI                MS151026
      *                                                                 MS151026
           MOVE PAM-PROG            TO RJPA4-PROG                       MS151026
           MOVE PAM-SCAD-GG         TO RJPA4-GG                         MS151026
           MOVE PAM-SCAD-MM         TO RJPA4-MM                         MS151026
           MOVE PAM-SCAD-ANNO       TO RJPA4-ANNO                       MS151026
           MOVE PAM-RATA            TO RJPA4-RATA                       MS151026
           MOVE PAM-CAPITALE        TO RJPA4-CAPITALE                   MS151026
           MOVE PAM-INTERESSI       TO RJPA4-INTERESSI                  MS151026
           MOVE PAM-RESIDUO         TO RJPA4-RESIDUO                    MS151026
           MOVE RJOB-PAM4           TO AREA-CODA                        MS151026
           PERFORM WRITE-TSCODA     THRU WRITE-TSCODA-X                 MS151026
           ADD 1                    TO PAM-RIGHE-PAG.                   MS151026
      *----------------------------------------------------------------*MS151026
       PREPARA-PIANO-RIGA-X.                                            MS151026
           EXIT.                                                        MS151026
      *                                                                 MS151026
      *----------------------------------------------------------------*MS151026
      *    PREPARA-PIANO-SCAD: SCADENZA DELLA RATA PAM-PROG, STESSO     MS151026
      *    GIORNO DELLA DATA ESITO N MESI DOPO, RIPORTATO ALL'ULTIMO    MS151026
      *    GIORNO DEL MESE SE PIU' CORTO                                MS151026
      *----------------------------------------------------------------*MS151026
       PREPARA-PIANO-SCAD.                                              MS151026
           COMPUTE PAM-MESI = W-MM-ELABORAZIONE - 1 + PAM-PROG          MS151026
           DIVIDE PAM-MESI BY 12 GIVING PAM-ANNI REMAINDER PAM-RESTO    MS151026
           COMPUTE PAM-SCAD-ANNO = W-ANNO-ELABORAZIONE + PAM-ANNI       MS151026
           COMPUTE PAM-SCAD-MM = PAM-RESTO + 1                          MS151026
           MOVE PAM-GG-MAX(PAM-SCAD-MM) TO PAM-GG-MESE                  MS151026
           IF  PAM-SCAD-MM = 2                                          MS151026
           THEN                                                         MS151026
               DIVIDE PAM-SCAD-ANNO BY 4                                MS151026
                      GIVING PAM-ANNI REMAINDER PAM-RESTO               MS151026
               IF  PAM-RESTO = ZERO                                     MS151026
               THEN                                                     MS151026
                   MOVE 29          TO PAM-GG-MESE                      MS151026
               END-IF                                                   MS151026
           END-IF                                                       MS151026
           IF  W-GG-ELABORAZIONE > PAM-GG-MESE                          MS151026
           THEN                                                         MS151026
               MOVE PAM-GG-MESE     TO PAM-SCAD-GG                      MS151026
           ELSE                                                         MS151026
               MOVE W-GG-ELABORAZIONE TO PAM-SCAD-GG                    MS151026
           END-IF.                                                      MS151026
      *----------------------------------------------------------------*MS151026
       PREPARA-PIANO-SCAD-X.                                            MS151026
           EXIT.                                                        MS151026
      *
      *----------------------------------------------------------------*MS220826
      *    PREPARA-ESITO-FX06: CORPO DELLA LETTERA DI DINIEGO.          MS220826
