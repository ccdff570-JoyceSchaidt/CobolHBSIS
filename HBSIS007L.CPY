           05  FAIXA-CLI-INI-HBSIS007L     PIC  9(007).
           05  FAIXA-CLI-FIM-HBSIS007L     PIC  9(007).
           05  MODO-APROVACAO-HBSIS007L    PIC  X(001).
           05  CENARIO-HBSIS007L           PIC  9(001).
           05  RASTRO-HBSIS007L            PIC  X(001).
