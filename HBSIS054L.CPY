      *----------------------------------------------------------------*
      * COPY..........: HBSIS054L                                      *
      * OBJETIVO.......: AREA DE LIGACAO DO HBSIS054P                  *
      *----------------------------------------------------------------*
       01  HBSIS054L.
           05  COD-FUNCAO-HBSIS054L        PIC  9(001).
           05  COD-RETORNO-HBSIS054L       PIC  9(001).
           05  MSG-RETORNO-HBSIS054L       PIC  X(040).
           05  COD-OPERADOR-HBSIS054L      PIC  X(008).
           05  DATA-NEGOCIO-HBSIS054L      PIC  X(008).
           05  JOB-HBSIS054L               PIC  X(008).
           05  MOTIVO-LIB-HBSIS054L        PIC  X(040).
           05  SITUACAO-HBSIS054L          PIC  X(001).
           05  DATA-INICIO-HBSIS054L       PIC  X(008).
           05  HORA-INICIO-HBSIS054L       PIC  X(006).
           05  DATA-FIM-HBSIS054L          PIC  X(008).
           05  HORA-FIM-HBSIS054L          PIC  X(006).
           05  COD-RETORNO-JOB-HBSIS054L   PIC  9(004).
           05  ULTIMO-STEP-HBSIS054L       PIC  X(008).
           05  PENDENCIAS-HBSIS054L        PIC  X(060).
           05  OPERADOR-LIB-HBSIS054L      PIC  X(008).
           05  DATA-HORA-LIB-HBSIS054L     PIC  X(014).
           05  SITUACAO-ANTERIOR-HBSIS054L PIC  X(001).
