         05  AN0233-NDG-NOTAUTH                PIC  X(01).
         05  AN0233-NDG-ONBOARDING             PIC  X(01).

      *          CLASSE DI RISCHIO AML (B/M/A) E DATA DI ULTIMO         MS151026
      *          CAMBIO, ESPOSTE DALLA AN1 VIA AN0233K8                 MS151026
         05  AN0233-NDG-CLASSE-RISCHIO         PIC  X(01).              MS151026
         05  AN0233-NDG-DT-RISCHIO             PIC  9(08).              MS151026
      *          LEGAL ENTITY IDENTIFIER DAL REGISTRO T_ANA_LEI E       MS151026
      *          STATO (V VALIDO, D DECADUTO), VIA AN0233KA             MS151026
         05  AN0233-NDG-LEI                    PIC  X(20).              MS151026
         05  AN0233-NDG-LEI-STATO              PIC  X(01).              MS151026
         05  FILLER                            PIC  X(56).              MS151026


       05  AN0233-AREAEL.
