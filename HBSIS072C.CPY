      *----------------------------------------------------------------*
      * COPY..........: HBSIS072C                                      *
      * OBJETIVO.......: LAYOUT DO REGISTRO DA POSICAO DE CONTAS A     *
      *                  RECEBER POR CLIENTE (ArqPosReceber),          *
      *                  CARREGADA DIARIAMENTE PELO HBSIS072P A PARTIR *
      *                  DO ARQUIVO DE ENVELHECIMENTO DO FINANCEIRO    *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS072C.
           05  COD-CLIENTE-HBSIS072C       PIC  9(007).
           05  CNPJ-HBSIS072C              PIC  9(014).
           05  DATA-POSICAO-HBSIS072C      PIC  X(008).
      *----------------------------------------------------------------*
      * VALOR EM ABERTO POR FAIXA DE ATRASO - A VENCER, 1 A 30, 31 A   *
      * 60, 61 A 90 E ACIMA DE 90 DIAS                                 *
      *----------------------------------------------------------------*
           05  VLR-A-VENCER-HBSIS072C      PIC  9(011)V9(002).
           05  VLR-ATRASO-30-HBSIS072C     PIC  9(011)V9(002).
           05  VLR-ATRASO-60-HBSIS072C     PIC  9(011)V9(002).
           05  VLR-ATRASO-90-HBSIS072C     PIC  9(011)V9(002).
           05  VLR-ATRASO-ACIMA-HBSIS072C  PIC  9(011)V9(002).
           05  VLR-ABERTO-HBSIS072C        PIC  9(011)V9(002).
           05  VLR-VENCIDO-HBSIS072C       PIC  9(011)V9(002).
      *----------------------------------------------------------------*
      * MAIOR FAIXA COM VALOR VENCIDO (0 = SO A VENCER A 4 = ACIMA DE  *
      * 90 DIAS) E PRIORIDADE DE COBRANCA: A = ALTA (VENCIDO ACIMA DE  *
      * 60 DIAS OU VENCIDO TOTAL NO LIMITE DA CARGA), M = MEDIA (COM   *
      * VENCIDO), B = BAIXA (SO A VENCER)                              *
      *----------------------------------------------------------------*
           05  FAIXA-MAIOR-ATRASO-HBSIS072C
                                           PIC  9(001).
           05  PRIORIDADE-HBSIS072C        PIC  X(001).
