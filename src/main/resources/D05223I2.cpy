      * MS220826  PRIMA STESURA - TIMELINE EVENTI PER PRATICA          *
      * MS010926  DESCRIZIONE DELL'EVENTO 'A' (PRESA VISIONE) SCRITTO  *
      *           DA D05223RD E D05223RH                               *
      * MS151026  DESCRIZIONE DEGLI EVENTI 'P' (PREAVVISO DI SCADENZA) *
      *           E 'L' (APPROVAZIONE DECADUTA) SCRITTI DA D05223RV    *
      * MS151026  DESCRIZIONE DELL'EVENTO 'N' (ANNULLAMENTO/RECESSO)   *
      *           SCRITTO DA D05223RW                                  *
      * MS151026  DESCRIZIONE DELL'EVENTO 'M' (MANDATO SDD INVIATO)    *
      *           SCRITTO DA D05223RX                                  *
      * MS151026  DESCRIZIONE DELL'EVENTO 'G' (DOCUMENTO DEL DEALER    *
      *           RICEVUTO) SCRITTO DA D05223RZ E D05223I5             *
      * MS151026  RICHIESTA ANCHE DA COMMAREA, PER L'APERTURA GIA'     *
      *           POSIZIONATA DALLA SCHEDA DEALER (D05223I9)           *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     D05223I2.
                WHERE  INV_NUM_PRA = :I02-NUMPRA
                ORDER BY INV_DATA_INS
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
           MOVE SPACE                     TO I02-RIGA-INPUT
      *    DALLA SCHEDA DEALER LA RICHIESTA ARRIVA GIA' FATTA
           IF  EIBCALEN > ZERO
           THEN
               MOVE DFHCOMMAREA           TO I02-RIGA-INPUT
           ELSE
               EXEC CICS RECEIVE INTO   (I02-RIGA-INPUT)
                                 LENGTH (LENGTH OF I02-RIGA-INPUT)
               END-EXEC
           END-IF
           MOVE I02-RIGA-INPUT(1:14)      TO I02-NUMPRA.
      *----------------------------------------------------------------*
       2000-RICEVI-RICHIESTA-X.
                 WHEN 'F'
                      MOVE 'FALLITO DEFINITIVO'
                                          TO RE-DESCR
                 WHEN 'P'
                      MOVE 'PREAVVISO SCADENZA AL DEALER'
                                          TO RE-DESCR
                 WHEN 'L'
                      MOVE 'APPROVAZIONE DECADUTA'
                                          TO RE-DESCR
                 WHEN 'N'
                      MOVE 'PRATICA ANNULLATA / RECESSO'
                                          TO RE-DESCR
                 WHEN 'M'
                      MOVE 'MANDATO SDD INVIATO'
                                          TO RE-DESCR
                 WHEN 'G'
                      MOVE 'DOCUMENTO DEL DEALER RICEVUTO'
                                          TO RE-DESCR
                 WHEN OTHER
                      MOVE I02-F-EVENTO   TO RE-DESCR
               END-EVALUATE
