      *----------------------------------------------------------------*
      * COPY..........: HBSIS042C                                      *
      * OBJETIVO.......: LAYOUT DO REGISTRO DO ARQUIVO DE SOLICITACOES *
      *                  DE TRANSFERENCIA DE CLIENTE ENTRE VENDEDORES  *
      *                  (APROVACAO DOS DOIS SUPERVISORES)             *
      *----------------------------------------------------------------*
      * SITUACAO DA SOLICITACAO: P = PENDENTE DE APROVACAO, A =        *
      * APROVADA PELOS DOIS LADOS (AGUARDA A DATA EFETIVA), E =        *
      * EFETIVADA NA CARTEIRA FIXA, R = REJEITADA, C = CANCELADA       *
      * SITUACAO DE CADA LADO: P = PENDENTE, A = APROVADO, R = REJEIT. *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS042C.
           05  NUM-SOLIC-HBSIS042C         PIC  9(007).
           05  COD-CLIENTE-HBSIS042C       PIC  9(007).
           05  VEND-ORIGEM-HBSIS042C       PIC  9(003).
           05  VEND-DESTINO-HBSIS042C      PIC  9(003).
           05  MOTIVO-HBSIS042C            PIC  X(040).
           05  DATA-EFETIVA-HBSIS042C      PIC  X(008).
           05  DATA-SOLIC-HBSIS042C        PIC  X(008).
           05  OPER-SOLIC-HBSIS042C        PIC  X(008).
           05  SUP-ORIGEM-HBSIS042C        PIC  9(003).
           05  APROV-ORIGEM-HBSIS042C      PIC  X(001).
           05  OPER-ORIGEM-HBSIS042C       PIC  X(008).
           05  DATA-ORIGEM-HBSIS042C       PIC  X(008).
           05  SUP-DESTINO-HBSIS042C       PIC  9(003).
           05  APROV-DESTINO-HBSIS042C     PIC  X(001).
           05  OPER-DESTINO-HBSIS042C      PIC  X(008).
           05  DATA-DESTINO-HBSIS042C      PIC  X(008).
           05  SITUACAO-HBSIS042C          PIC  X(001).
           05  DATA-SITUACAO-HBSIS042C     PIC  X(008).
