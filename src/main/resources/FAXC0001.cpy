      * SL201108 MODIFICA PER DFAX AUTOMATICA DA DIFI
      * SL090609 ODS 147/09/MCD DEL 20/05/2009 - REFERENZA FOVE
      * IS050614 IT140004 RINOMINATI PGM DFAX
      * MS151026 DATI DEL BENE FINANZIATO (TELAIO, TARGA, PREZZO)
      ******************************************************************
      *
      **** 01 FAXC0001.
                 04 :PR:ERR-ELE OCCURS 5.                               MS220826
                    05 :PR:ERR-CODICE           PIC  X(04).             MS220826
                    05 :PR:ERR-CAMPO            PIC  X(10).             MS220826
      *       BENE FINANZIATO (VEICOLO): TELAIO/VIN, TARGA, MARCA,      MS151026
      *       MODELLO, NUOVO O USATO E PREZZO; TELAIO A SPAZI =         MS151026
      *       PRATICA SENZA BENE. REGISTRATO DA DFAX SU T_DFAX_BENE     MS151026
              03 :PR:BENE.                                              MS151026
                 04 :PR:BENE-TELAIO             PIC  X(17).             MS151026
                 04 :PR:BENE-TARGA              PIC  X(10).             MS151026
                 04 :PR:BENE-MARCA              PIC  X(20).             MS151026
                 04 :PR:BENE-MODELLO            PIC  X(20).             MS151026
                 04 :PR:BENE-NUOVO              PIC  X(01).             MS151026
                    88 :PR:BENE-NUOVO-OK        VALUE 'N' 'U'.          MS151026
                    88 :PR:BENE-DI-NUOVO        VALUE 'N'.              MS151026
                    88 :PR:BENE-USATO           VALUE 'U'.              MS151026
                 04 :PR:BENE-PREZZO             PIC  9(07)V99.          MS151026
              03 FILLER                             PIC  X(20).         MS151026
      ********03 FILLER                             PIC  X(97).         MS151026
      ********03 FILLER                             PIC  X(185).        SL090609
      ********03 FILLER                             PIC  X(187).        SL201108
      ********03 FILLER                             PIC  X(268).        SL121108
