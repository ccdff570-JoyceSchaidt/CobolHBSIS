           05  MOTIVO-PENDENTE-HBSIS039L   PIC  X(040).
           05  QTD-HISTORICO-HBSIS039L     PIC  9(005).
           05  QTD-AUDITORIA-HBSIS039L     PIC  9(005).
           05  QTD-RASTRO-HBSIS039L        PIC  9(005).
           05  CONTATO-NOME-HBSIS039L      PIC  X(040).
           05  CONTATO-FONE-HBSIS039L      PIC  X(015).
           05  JANELA-VISITA-HBSIS039L     PIC  X(040).
