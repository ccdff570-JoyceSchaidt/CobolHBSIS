      *----------------------------------------------------------------*
      * COPY..........: HBSIS075C                                      *
      * OBJETIVO.......: LAYOUT DO REGISTRO DO CATALOGO DE RELATORIOS  *
      *                  ARQUIVADOS (ArqCatRelatorio) - UMA ENTRADA    *
      *                  POR GERACAO DATADA DE RELATORIO, GRAVADA PELO *
      *                  HBSIS075P E EXCLUIDA PELO EXPURGO HBSIS077P   *
      *                  QUANDO PASSA DA DATA DE EXPIRACAO             *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS075C.
           05  CHAVE-HBSIS075C.
               10  NOME-RELATORIO-HBSIS075C
                                           PIC  X(020).
               10  DATA-NEGOCIO-HBSIS075C  PIC  X(008).
               10  GERACAO-HBSIS075C       PIC  9(002).
           05  PROGRAMA-HBSIS075C          PIC  X(009).
           05  JOB-HBSIS075C               PIC  X(008).
      *----------------------------------------------------------------*
      * TAMANHO DA GERACAO - PAGINAS DE 60 LINHAS, ARREDONDADO PARA    *
      * CIMA                                                           *
      *----------------------------------------------------------------*
           05  QTD-LINHAS-HBSIS075C        PIC  9(007).
           05  QTD-PAGINAS-HBSIS075C       PIC  9(005).
      *----------------------------------------------------------------*
      * RETENCAO EM DIAS CORRIDOS A PARTIR DA DATA DE NEGOCIO E DATA   *
      * EM QUE A GERACAO PASSA A SER EXPURGADA                         *
      *----------------------------------------------------------------*
           05  RETENCAO-DIAS-HBSIS075C     PIC  9(004).
           05  DATA-EXPIRACAO-HBSIS075C    PIC  X(008).
           05  DATA-ARQUIVAMENTO-HBSIS075C PIC  X(008).
           05  HORA-ARQUIVAMENTO-HBSIS075C PIC  X(006).
      *----------------------------------------------------------------*
      * NOME DO ARQUIVO DA GERACAO - NOME.AAAAMMDD.Gnn                 *
      *----------------------------------------------------------------*
           05  ARQUIVO-GERACAO-HBSIS075C   PIC  X(040).
