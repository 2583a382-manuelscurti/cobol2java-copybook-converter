      ******************************************************************
      * MS220826  PRIMA STESURA - RIACCREDITO AUTOMATICO DEI RESI      *
      *           ACCETTATI CON COMMISSIONI PER MOTIVO                 *
      * MS151026  SOLO BONIFICI IN USCITA: I RESI EMESSI DA NOI SUGLI  *
      *           ACCREDITI IN CODA SOSPESI NON SI RIACCREDITANO       *
      ******************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     BE300RF.
       01  W-DATA-OGGI                   PIC  X(10)  VALUE SPACE.
      *
      *----------------------------------------------------------------*
      *    RESI ACCETTATI E NON ANCORA RIACCREDITATI, DEI SOLI
      *    BONIFICI IN USCITA (UN ACCREDITO RESO DA NOI TORNA ALLA
      *    BANCA MITTENTE E NON SI RIACCREDITA A NESSUNO)
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CURS-RESI CURSOR FOR
               SELECT  NUM_DIST, NUM_MOV, RTX_CODICE, IMPORTO,
                 FROM  BE00TBMO
                WHERE  RTX_STATO  = 'A'
                  AND  RTX_RIACCR <> 'S'
                  AND  SEGNO_OPER = 'D'
                ORDER BY NUM_DIST, NUM_MOV
           END-EXEC.
      *
