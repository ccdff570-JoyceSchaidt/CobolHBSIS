      *----------------------------------------------------------------*
      * COPY..........: HBSIS078C                                      *
      * OBJETIVO.......: LAYOUT DO REGISTRO DO CADASTRO DE CONTATO E   *
      *                  JANELA DE VISITA DO CLIENTE                   *
      *                  (ArqJanelaCliente), MANTIDO PELO HBSIS078P -  *
      *                  O HBSIS023P SO PLANEJA A VISITA NOS DIAS E    *
      *                  HORARIOS PERMITIDOS; O CLIENTE SEM REGISTRO   *
      *                  RECEBE VISITA EM QUALQUER DIA E HORARIO       *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS078C.
           05  COD-CLIENTE-HBSIS078C       PIC  9(007).
      *        COMPRADOR OU RESPONSAVEL QUE RECEBE O VENDEDOR
           05  CONTATO-NOME-HBSIS078C      PIC  X(040).
           05  CONTATO-FONE-HBSIS078C      PIC  X(015).
           05  CONTATO-EMAIL-HBSIS078C     PIC  X(060).
      *        DIAS EM QUE O CLIENTE RECEBE VISITA - UMA POSICAO POR DIA
      *        DE SEGUNDA A SEXTA, S = RECEBE  N = NAO RECEBE
           05  DIAS-VISITA-HBSIS078C.
               10  DIA-VISITA-HBSIS078C    PIC  X(001)
                                           OCCURS 5 TIMES.
      *        HORARIO DE ATENDIMENTO HHMM - ABERTURA E FECHAMENTO
      *        ZERADOS = SEM RESTRICAO DE HORARIO
           05  HORA-ABERTURA-HBSIS078C     PIC  9(004).
           05  HORA-FECHAMENTO-HBSIS078C   PIC  9(004).
      *        DIA PREFERIDO 1 = SEGUNDA A 5 = SEXTA; ZERO = SEM
      *        PREFERENCIA
           05  DIA-PREFERIDO-HBSIS078C     PIC  9(001).
           05  DATA-ATUALIZACAO-HBSIS078C  PIC  X(008).
           05  OPERADOR-HBSIS078C          PIC  X(008).
