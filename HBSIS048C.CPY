      *----------------------------------------------------------------*
      * COPY..........: HBSIS048C                                      *
      * OBJETIVO.......: LAYOUT DO REGISTRO DO PLANO SEMANAL DE        *
      *                  VISITAS GRAVADO PELO HBSIS023P - UMA VISITA   *
      *                  PLANEJADA POR CLIENTE, VENDEDOR E SEMANA      *
      *                  (SEMANA IDENTIFICADA PELA DATA DA SEGUNDA)    *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS048C.
           05  CHAVE-HBSIS048C.
               10  DATA-SEMANA-HBSIS048C   PIC  X(008).
               10  COD-VENDEDOR-HBSIS048C  PIC  9(003).
               10  COD-CLIENTE-HBSIS048C   PIC  9(007).
           05  DIA-SEMANA-HBSIS048C        PIC  9(001).
           05  DATA-PLANEJADA-HBSIS048C    PIC  X(008).
           05  SEQUENCIA-HBSIS048C         PIC  9(004).
           05  DATA-GERACAO-HBSIS048C      PIC  X(008).
