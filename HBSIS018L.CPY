           05  MAX-CLIENTES-HBSIS018L      PIC  9(005).
           05  MAX-DISTANCIA-HBSIS018L     PIC  9(009)V9(002).
           05  MODO-ATRIBUICAO-HBSIS018L   PIC  X(001).
           05  COD-VEND-SUGERIDO-HBSIS018L PIC  9(003).
           05  DIST-SUGERIDA-HBSIS018L     PIC  9(009)V9(002).
