090826*       usato per l'estrazione incrementale (delta)
090826
101010*    05 FILLER               PIC  X(180).
090826*    05 FILLER               PIC  X(154).
151026     05 BE3P02-OPE-OPZ-SPESE PIC  X(003).
151026*       Opzione spese bonifici non SEPA: SHA=condivise
151026*       OUR=a carico ordinante BEN=a carico beneficiario
151026
151026     05 BE3P02-OPE-BIC-CORR  PIC  X(011).
151026*       BIC del corrispondente (nostro) scelto per divisa e paese
151026
151026     05 BE3P02-OPE-CONTO-NOS PIC  X(034).
151026*       Conto nostro presso il corrispondente
151026
151026     05 BE3P02-OPE-RIF-MSG   PIC  X(035).
151026*       Riferimento del messaggio in uscita (campo 20 MT103)
151026
151026     05 FILLER               PIC  X(071).


      ******************************************************************
