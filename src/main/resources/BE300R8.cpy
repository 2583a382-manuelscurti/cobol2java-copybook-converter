      ******************************************************************
      * MS090826  PRIMA STESURA - REQUISITO VOLUME DI INSTRADAMENTO    *
      *           PER FILIALE DI COMPETENZA                            *
      * MS151026  GIROCONTI INTERNI (CANALE 'GIROCONTO') ESCLUSI DALLE *
      *           FILIALI ED ESPOSTI IN UNA RIGA A PARTE               *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300R8.
       01  R8-CONTEGGIO                  PIC S9(09)  COMP-3 VALUE ZERO.
       01  R8-TOT-IMPORTO                PIC S9(18)  COMP-3 VALUE ZERO.
       01  R8-TOT-FILIALI                PIC S9(09)  COMP-3 VALUE ZERO.
       01  R8-ONUS-CONTEGGIO             PIC S9(09)  COMP-3 VALUE ZERO.
       01  R8-ONUS-IMPORTO               PIC S9(18)  COMP-3 VALUE ZERO.
      *
      *    GLI IMPORTI SONO REGISTRATI IN CENTESIMI DI EURO (VEDI       *
      *    COMMENTO SU BE3P02-IMPORTO IN BE300W01): PER IL REPORT       *
               'TOTALE FILIALI CENSITE:'.
           02  W-TOT-FILIALI             PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(100) VALUE SPACE.
      *
      *    GIROCONTI INTERNI: UN BONIFICO PER COPPIA ADDEBITO/ACCREDITO
       01  W-RIGA-ONUS.
           02  W-ONUS-DESCR              PIC  X(18)  VALUE
               'GIROCONTI INTERNI'.
           02  FILLER                    PIC  X(06)  VALUE SPACE.
           02  W-ONUS-CONT               PIC  ZZZ.ZZ9.
           02  FILLER                    PIC  X(09)  VALUE SPACE.
           02  W-ONUS-IMPORTO            PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                    PIC  X(75)  VALUE SPACE.
      *
       01  W-DATA-OGGI                   PIC  X(10)  VALUE SPACE.
      *
               SELECT  OPE_FIL_COM_A, COUNT(*), SUM(IMPORTO)
                 FROM  BE00TBMO
                WHERE  DATA_INSE = CURRENT DATE
                  AND  OPE_ROUT_PEA <> 'GIROCONTO'
                GROUP BY OPE_FIL_COM_A
                ORDER BY SUM(IMPORTO) DESC
           END-EXEC.
           MOVE R8-TOT-FILIALI           TO W-TOT-FILIALI
           MOVE W-RIGA-TOTALI            TO RPT-RIGA
           WRITE RPT-RIGA
      *
           EXEC SQL SELECT COUNT(*), COALESCE(SUM(IMPORTO), 0)
                      INTO :R8-ONUS-CONTEGGIO, :R8-ONUS-IMPORTO
                      FROM BE00TBMO
                     WHERE DATA_INSE    = CURRENT DATE
                       AND OPE_ROUT_PEA = 'GIROCONTO'
                       AND SEGNO_OPER   = 'D'
           END-EXEC
           MOVE R8-ONUS-CONTEGGIO        TO W-ONUS-CONT
           COMPUTE R8-TOT-IMPORTO-EURO = R8-ONUS-IMPORTO / 100
           MOVE R8-TOT-IMPORTO-EURO      TO W-ONUS-IMPORTO
           MOVE W-RIGA-ONUS              TO RPT-RIGA
           WRITE RPT-RIGA
           CLOSE RPT-BE300-FILIALE.
      *----------------------------------------------------------------*
       3000-FINALIZZA-X.
