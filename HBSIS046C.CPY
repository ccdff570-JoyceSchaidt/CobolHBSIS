      *----------------------------------------------------------------*
      * COPY..........: HBSIS046C                                      *
      * OBJETIVO.......: LAYOUT DO REGISTRO DO HISTORICO MENSAL DE     *
      *                  VENDAS POR CLIENTE (ULTIMOS 12 MESES) GRAVADO *
      *                  PELA CARGA DE VENDAS (HBSIS022P)              *
      *----------------------------------------------------------------*
      * A POSICAO 1 DA TABELA E SEMPRE O MES MAIS RECENTE CARREGADO    *
      * (ULT-ANO-MES-HBSIS046C); AS DEMAIS SAO OS MESES ANTERIORES EM  *
      * SEQUENCIA, SEM LACUNAS - MES SEM FATURAMENTO ENTRA ZERADO      *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS046C.
           05  COD-CLIENTE-HBSIS046C       PIC  9(007).
           05  ULT-ANO-MES-HBSIS046C       PIC  9(006).
           05  QTD-MESES-HBSIS046C         PIC  9(002).
           05  TAB-MES-HBSIS046C           OCCURS 12 TIMES.
               10  ANO-MES-HBSIS046C       PIC  9(006).
               10  VOLUME-HBSIS046C        PIC  9(007)V9(002).
