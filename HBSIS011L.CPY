           05  FIL-DATA-INICIO-HBSIS011L   PIC  X(008).
           05  FIL-DATA-FIM-HBSIS011L      PIC  X(008).
           05  QTD-SELECIONADOS-HBSIS011L  PIC  9(005).
           05  INTEGRIDADE-HBSIS011L       PIC  X(001).
           05  QTD-OCORRENCIAS-HBSIS011L   PIC  9(007).
