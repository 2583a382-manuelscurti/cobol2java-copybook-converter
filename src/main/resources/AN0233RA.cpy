      *
      *----------------------------------------------------------------*
      *    AREE DI LAVORO DEL CALCOLO CODICE FISCALE (STESSE AREE IN
      *    AN0233K6 E AN0233RS: MODIFICARLI INSIEME)
      *----------------------------------------------------------------*
       01  CFC-COGN                      PIC  X(40)  VALUE SPACE.
       01  CFC-NOME                      PIC  X(40)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    5000-CALCOLA-CF: CODICE FISCALE ATTESO DAI DATI ANAGRAFICI
      *    (DM 23/12/1976). STESSO ALGORITMO IN AN0233K6 E AN0233RS
      *----------------------------------------------------------------*
       5000-CALCOLA-CF.
           MOVE SPACE                    TO CFC-ATTESO
