      ******************************************************************
      * MS220826  PRIMA STESURA - ARCHIVIO PERMANENTE CON RISTAMPA     *
      *           E RINVIO COPIA IDENTICA                              *
      * MS151026  RICHIESTA ANCHE DA COMMAREA, PER L'APERTURA GIA'     *
      *           POSIZIONATA DALLA SCHEDA DEALER (D05223I9)           *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223I1.
                WHERE  ARC_NOME_CODA = :I01-NOME-CODA
                ORDER BY ARC_ITEM
           END-EXEC.
      *
      *
       LINKAGE  SECTION.
      *
       01  DFHCOMMAREA                   PIC  X(80).
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-RICEVI-RICHIESTA.
           MOVE SPACE                     TO I01-RIGA-INPUT
      *    DALLA SCHEDA DEALER LA RICHIESTA ARRIVA GIA' FATTA
           IF  EIBCALEN > ZERO
           THEN
               MOVE DFHCOMMAREA           TO I01-RIGA-INPUT
           ELSE
               EXEC CICS RECEIVE INTO   (I01-RIGA-INPUT)
                                 LENGTH (LENGTH OF I01-RIGA-INPUT)
               END-EXEC
           END-IF
      *
           MOVE I01-RIGA-INPUT(1:1)       TO I01-MODO
           EVALUATE TRUE
