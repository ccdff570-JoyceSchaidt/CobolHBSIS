               10  COD-VENDEDOR-HBSIS036C  PIC  9(003).
           05  RESULTADO-HBSIS036C         PIC  X(002).
           05  FORA-CARTEIRA-HBSIS036C     PIC  X(001).
      *----------------------------------------------------------------*
      * POSICAO DO CHECK-IN INFORMADA PELO APARELHO (TEM-GPS = "S") E  *
      * DISTANCIA EM METROS ATE A COORDENADA DO CADASTRO DO CLIENTE -  *
      * FORA-RAIO = "S" QUANDO A DISTANCIA PASSA DO LIMITE DA CARGA    *
      *----------------------------------------------------------------*
           05  TEM-GPS-HBSIS036C           PIC  X(001).
           05  LATITUDE-CHECKIN-HBSIS036C  PIC S9(003)V9(008).
           05  LONGITUDE-CHECKIN-HBSIS036C PIC S9(003)V9(008).
           05  DISTANCIA-CHECKIN-HBSIS036C PIC  9(009)V9(002).
           05  FORA-RAIO-HBSIS036C         PIC  X(001).
