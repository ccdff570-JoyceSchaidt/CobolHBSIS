      *----------------------------------------------------------------*
      * COPY..........: HBSIS050C                                      *
      * OBJETIVO.......: LAYOUT DO REGISTRO DO ARQUIVO DE PROPOSTAS DE *
      *                  CORRECAO DE COORDENADA DE CLIENTE, GERADAS A  *
      *                  PARTIR DOS CHECK-INS DO APLICATIVO DE CAMPO   *
      *----------------------------------------------------------------*
      * SITUACAO DA PROPOSTA: P = PENDENTE DE APROVACAO DO SUPERVISOR, *
      * A = APROVADA E APLICADA NO ArqCliente, R = RECUSADA            *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS050C.
           05  COD-CLIENTE-HBSIS050C       PIC  9(007).
           05  LAT-ATUAL-HBSIS050C         PIC S9(003)V9(008).
           05  LON-ATUAL-HBSIS050C         PIC S9(003)V9(008).
           05  LAT-PROPOSTA-HBSIS050C      PIC S9(003)V9(008).
           05  LON-PROPOSTA-HBSIS050C      PIC S9(003)V9(008).
           05  QTD-CHECKIN-HBSIS050C       PIC  9(003).
           05  DISTANCIA-HBSIS050C         PIC  9(009)V9(002).
           05  COD-VENDEDOR-HBSIS050C      PIC  9(003).
           05  COD-SUPERVISOR-HBSIS050C    PIC  9(003).
           05  DATA-PROPOSTA-HBSIS050C     PIC  X(008).
           05  SITUACAO-HBSIS050C          PIC  X(001).
           05  SUP-DECISAO-HBSIS050C       PIC  9(003).
           05  OPER-DECISAO-HBSIS050C      PIC  X(008).
           05  DATA-DECISAO-HBSIS050C      PIC  X(008).
