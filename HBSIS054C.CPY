      *----------------------------------------------------------------*
      * COPY..........: HBSIS054C                                      *
      * OBJETIVO.......: LAYOUT DO REGISTRO DO ARQUIVO DE CONTROLE DO  *
      *                  CICLO NOTURNO - UM REGISTRO POR JOB E DATA DE *
      *                  NEGOCIO, GRAVADO PELO HBSIS055P NO INICIO E   *
      *                  NO FIM DE CADA JOB DO CICLO                   *
      *----------------------------------------------------------------*
      * SITUACAO DO JOB: E = EM EXECUCAO, C = CONCLUIDO (RC 0), A =    *
      * CONCLUIDO COM AVISO (RC 4), F = FALHA (RC MAIOR QUE 4 OU       *
      * ABEND), R = RECUSADO POR PREDECESSOR PENDENTE, L = LIBERADO    *
      * PELO OPERADOR (HBSIS054P) - C, A E L SATISFAZEM OS SUCESSORES  *
      * COD-RETORNO 9999 = FALHA OU ABEND SEM RETURN-CODE CONHECIDO    *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS054C.
           05  CHAVE-HBSIS054C.
               10  DATA-NEGOCIO-HBSIS054C  PIC  X(008).
               10  JOB-HBSIS054C           PIC  X(008).
           05  SITUACAO-HBSIS054C          PIC  X(001).
           05  DATA-INICIO-HBSIS054C       PIC  X(008).
           05  HORA-INICIO-HBSIS054C       PIC  X(006).
           05  DATA-FIM-HBSIS054C          PIC  X(008).
           05  HORA-FIM-HBSIS054C          PIC  X(006).
           05  COD-RETORNO-HBSIS054C       PIC  9(004).
           05  ULTIMO-STEP-HBSIS054C       PIC  X(008).
           05  PENDENCIAS-HBSIS054C        PIC  X(060).
           05  OPERADOR-LIB-HBSIS054C      PIC  X(008).
           05  MOTIVO-LIB-HBSIS054C        PIC  X(040).
           05  DATA-HORA-LIB-HBSIS054C     PIC  X(014).
           05  SITUACAO-ANTERIOR-HBSIS054C PIC  X(001).
