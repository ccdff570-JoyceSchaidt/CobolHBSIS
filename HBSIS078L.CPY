      *----------------------------------------------------------------*
      * COPY..........: HBSIS078L                                      *
      * OBJETIVO.......: AREA DE LIGACAO DO HBSIS078P                  *
      *----------------------------------------------------------------*
       01  HBSIS078L.
           05  COD-FUNCAO-HBSIS078L        PIC  9(001).
           05  COD-RETORNO-HBSIS078L       PIC  9(001).
           05  MSG-RETORNO-HBSIS078L       PIC  X(040).
           05  COD-OPERADOR-HBSIS078L      PIC  X(008).
           05  COD-CLIENTE-HBSIS078L       PIC  9(007).
           05  RAZAO-SOCIAL-HBSIS078L      PIC  X(040).
           05  CONTATO-NOME-HBSIS078L      PIC  X(040).
           05  CONTATO-FONE-HBSIS078L      PIC  X(015).
           05  CONTATO-EMAIL-HBSIS078L     PIC  X(060).
           05  DIAS-VISITA-HBSIS078L       PIC  X(005).
           05  HORA-ABERTURA-HBSIS078L     PIC  9(004).
           05  HORA-FECHAMENTO-HBSIS078L   PIC  9(004).
           05  DIA-PREFERIDO-HBSIS078L     PIC  9(001).
           05  DATA-ATUALIZACAO-HBSIS078L  PIC  X(008).
           05  OPERADOR-ATUAL-HBSIS078L    PIC  X(008).
