      *        DI ELABORAZIONE; ZERO = SEMPRE VALIDA                    MS220826
080126      06 AN6012-DT-VAL-DA                  PIC 9(008).            MS220826
080134      06 AN6012-DT-VAL-A                   PIC 9(008).            MS220826
      *        NNCG DI PUBBLICA AMMINISTRAZIONE (S/N): I PAGAMENTI      MS151026
      *        DA E VERSO QUESTI NOMINATIVI DEVONO PORTARE CIG/CUP      MS151026
010142      06 AN6012-PUBBL-AMM                  PIC X(001).            MS151026
      *        RISCHIO AML DELLA NATURA GIURIDICA ('A' ALTO,            MS151026
      *        'M' MEDIO, SPAZIO = NESSUNA MAGGIORAZIONE): ENTRA        MS151026
      *        NEL PROFILO DI RISCHIO NOTTURNO DEL CLIENTE              MS151026
010143      06 AN6012-RISCHIO-AML                PIC X(001).            MS151026
000144      06 FILLER                            PIC X(172).            MS151026
080320     05 AN6012-DATA                        PIC X(008).            00000630
      *           Data ultimo aggiornamento.                            00000640
080328     05 AN6012-UTEAGG                      PIC X(008).            00000650
