           05  CHAVE-HBSIS014C.
               10  COD-CLIENTE-HBSIS014C   PIC  9(007).
               10  DATA-EXECUCAO-HBSIS014C PIC  X(008).
      *            LINHA DE NEGOCIO - 00 NA DISTRIBUICAO SEM LINHAS
               10  COD-LINHA-HBSIS014C     PIC  9(002).
           05  COD-VENDEDOR-HBSIS014C      PIC  9(003).
           05  DISTANCIA-HBSIS014C         PIC  9(009)V9(002).
           05  TIPO-ATRIBUICAO-HBSIS014C   PIC  X(001).
