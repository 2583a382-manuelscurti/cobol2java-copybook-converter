      *    2200-CALCOLA-CHIAVE: PRIMA LETTERA IN CHIARO, POI LE
      *    CLASSI  B/P=1  C/G/K/Q=2  D/T=3  F/V=4  L=5  M/N=6  R=7
      *    S/Z=8; VOCALI, H, W, Y IGNORATE; CLASSI UGUALI CONSECUTIVE
      *    COMPRESSE. STESSO ALGORITMO IN AN0233K2 E AN0233RS:
      *    MODIFICARLI INSIEME
      *----------------------------------------------------------------*
       2200-CALCOLA-CHIAVE.
           MOVE SPACE                    TO FON-CHIAVE FON-CLASSE-PREC
