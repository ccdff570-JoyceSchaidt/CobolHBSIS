      *----------------------------------------------------------------*
      * COPY..........: HBSIS068C                                      *
      * OBJETIVO.......: LAYOUT DO REGISTRO DO ARQUIVO DE CONTROLE DO  *
      *                  FECHAMENTO MENSAL - UM REGISTRO POR ANO/MES,  *
      *                  GRAVADO PELO HBSIS068P A CADA ETAPA DO JOB    *
      *                  HBSIS68D E PELO HBSIS069P NA REABERTURA       *
      *----------------------------------------------------------------*
      * SITUACAO DO MES: E = EM FECHAMENTO, F = FECHADO, X =           *
      * FECHAMENTO COM FALHA OU ETAPA PENDENTE, R = REABERTO           *
      * (HBSIS069P)                                                    *
      * ETAPAS NA ORDEM DE EXECUCAO: 1 VENDAS (HBSIS022P), 2 COMISSAO  *
      * (HBSIS025P), 3 AUDITORIA (HBSIS032P), 4 OPERACAO (HBSIS017P) E *
      * 5 COBERTURA (HBSIS037P)                                        *
      * SITUACAO DA ETAPA: P = PENDENTE, C = CONCLUIDA (RC 0), A =     *
      * CONCLUIDA COM AVISO (RC 4), F = FALHA - C E A LIBERAM A        *
      * ETAPA SEGUINTE                                                 *
      * SITUACAO DA SAIDA: V = VIGENTE, S = SUBSTITUIDA PELA           *
      * REABERTURA DO MES; GERACAO = QUANTIDADE DE REABERTURAS QUANDO  *
      * A SAIDA FOI PRODUZIDA                                          *
      * TOTAIS DE CONTROLE POR ETAPA - QTD / COMPLEMENTO / VALOR:      *
      * VENDAS = CLIENTES COM O MES NO HISTORICO / CLIENTES COM VOLUME *
      * / VOLUME DO MES; COMISSAO = VENDEDORES / - / TOTAL EXPORTADO;  *
      * AUDITORIA = REGISTROS DA GERACAO; OPERACAO = EXECUCOES DA      *
      * DISTRIBUICAO NO MES; COBERTURA = CLIENTES / SEM VISITA         *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS068C.
           05  ANO-MES-HBSIS068C           PIC  X(006).
           05  SITUACAO-HBSIS068C          PIC  X(001).
           05  DATA-INICIO-HBSIS068C       PIC  X(008).
           05  HORA-INICIO-HBSIS068C       PIC  X(006).
           05  DATA-FIM-HBSIS068C          PIC  X(008).
           05  HORA-FIM-HBSIS068C          PIC  X(006).
           05  QTD-REABERTURAS-HBSIS068C   PIC  9(003).
           05  OPERADOR-REAB-HBSIS068C     PIC  X(008).
           05  MOTIVO-REAB-HBSIS068C       PIC  X(040).
           05  DATA-HORA-REAB-HBSIS068C    PIC  X(014).
           05  TAB-ETAPA-HBSIS068C         OCCURS 5 TIMES.
               10  NOME-ETAPA-HBSIS068C    PIC  X(010).
               10  SITUACAO-ETAPA-HBSIS068C
                                           PIC  X(001).
               10  COD-RETORNO-ETAPA-HBSIS068C
                                           PIC  9(004).
               10  DATA-HORA-ETAPA-HBSIS068C
                                           PIC  X(014).
               10  REFERENCIA-ETAPA-HBSIS068C
                                           PIC  X(008).
               10  QTD-CONTROLE-HBSIS068C  PIC  9(009).
               10  QTD-COMPL-HBSIS068C     PIC  9(009).
               10  VALOR-CONTROLE-HBSIS068C
                                           PIC  9(013)V9(002).
               10  SAIDA-ETAPA-HBSIS068C   PIC  X(030).
               10  SITUACAO-SAIDA-HBSIS068C
                                           PIC  X(001).
               10  GERACAO-SAIDA-HBSIS068C PIC  9(003).
