      * MS090826  PRIMA STESURA - REQUISITO CONSULTAZIONE TINFDFAX     *
      *           SENZA SQL AD-HOC DELLA DBA                           *
      * MS090826  AGGIUNTA INTESTAZIONE TEST/PROD (COME D05223A0)      *
      * MS151026  RICHIESTA ANCHE DA COMMAREA, PER L'APERTURA GIA'     *
      *           POSIZIONATA DALLA SCHEDA DEALER (D05223I9)           *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223I0.
                                                AND :I00-DATA-A
                ORDER BY DFAX_DATA_INS DESC
           END-EXEC.
      *
      *                                                                 MS151026
       LINKAGE  SECTION.                                                MS151026
      *                                                                 MS151026
       01  DFHCOMMAREA                   PIC  X(80).                    MS151026
      *
       PROCEDURE  DIVISION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       2000-RICEVI-RICHIESTA.
      *    DALLA SCHEDA DEALER LA RICHIESTA ARRIVA GIA' FATTA           MS151026
           MOVE SPACE               TO I00-RIGA-INPUT                   MS151026
           IF  EIBCALEN > ZERO                                          MS151026
           THEN                                                         MS151026
               MOVE DFHCOMMAREA     TO I00-RIGA-INPUT                   MS151026
               GO TO 2000-INTERPRETA-RICHIESTA                          MS151026
           END-IF                                                       MS151026
      *
           EXEC CICS SEND TEXT FROM   (I00-AREA-PROMPT)
                               LENGTH (LENGTH OF I00-AREA-PROMPT)
                               ERASE
           END-EXEC
      *
           EXEC CICS RECEIVE INTO  (I00-RIGA-INPUT)
                              LENGTH (LENGTH OF I00-RIGA-INPUT)
           END-EXEC.                                                    MS151026
      *                                                                 MS151026
       2000-INTERPRETA-RICHIESTA.                                       MS151026
      *
           MOVE I00-RIGA-INPUT(1:1)  TO I00-MODO
           IF  I00-MODO-NUMPRA
