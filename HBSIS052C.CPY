      *----------------------------------------------------------------*
      * COPY..........: HBSIS052C                                      *
      * OBJETIVO.......: LAYOUT DO REGISTRO DO ARQUIVO DE PROSPECTOS   *
      *                  (FUNIL DE VENDAS) MANTIDO PELO HBSIS052P      *
      *----------------------------------------------------------------*
      * SITUACAO DO PROSPECTO: N = NOVO, V = VISITADO, E = EM          *
      * NEGOCIACAO, C = CONVERTIDO EM CLIENTE (SOMENTE PELA FUNCAO DE  *
      * CONVERSAO), P = PERDIDO                                        *
      * CNPJ ZERADO = AINDA NAO CONHECIDO                              *
      * NA CONVERSAO O RESPONSAVEL VIRA CARTEIRA FIXA DO NOVO CLIENTE  *
      * ATE A DATA FIM DA CARENCIA - O HBSIS053P DESFAZ A CARTEIRA     *
      * FIXA VENCIDA E MARCA CARENCIA-ENCERRADA = "S"                  *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS052C.
           05  COD-PROSPECTO-HBSIS052C     PIC  9(007).
           05  NOME-PROSPECTO-HBSIS052C    PIC  X(040).
           05  CNPJ-HBSIS052C              PIC  9(014).
           05  LATITUDE-HBSIS052C          PIC S9(003)V9(008).
           05  LONGITUDE-HBSIS052C         PIC S9(003)V9(008).
           05  CEP-HBSIS052C               PIC  X(008).
           05  COD-VENDEDOR-HBSIS052C      PIC  9(003).
           05  COD-FILIAL-HBSIS052C        PIC  9(003).
           05  SITUACAO-HBSIS052C          PIC  X(001).
           05  DATA-INCLUSAO-HBSIS052C     PIC  X(008).
           05  DATA-SITUACAO-HBSIS052C     PIC  X(008).
           05  DATA-CONVERSAO-HBSIS052C    PIC  X(008).
           05  COD-CLIENTE-HBSIS052C       PIC  9(007).
           05  DATA-FIM-CARENCIA-HBSIS052C PIC  X(008).
           05  CARENCIA-ENCERRADA-HBSIS052C
                                           PIC  X(001).
           05  COD-OPERADOR-HBSIS052C      PIC  X(008).
