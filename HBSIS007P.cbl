                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-ZON.

           SELECT ARQ-REDE           ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS RAIZ-CNPJ-HBSIS066C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-RED.

           SELECT ARQ-BLOQUEADO      ASSIGN TO WS-LABEL-BLQ
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-BLQ.

           SELECT ARQ-RASTRO         ASSIGN TO WS-LABEL-RAS
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-RAS.

           SELECT ARQ-LINHA-NEGOCIO  ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-LINHA-HBSIS056C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-LIN.

           SELECT ARQ-VEND-LINHA     ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS057C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VLI.

           SELECT ARQ-CLI-LINHA      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS058C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLL.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
           NOME-VEND-HBSIS007C         BY ANT-NOME-VEND
           DISTANCIA-HBSIS007C         BY ANT-DISTANCIA
           TIPO-ATRIBUICAO-HBSIS007C   BY ANT-TIPO-ATRIBUICAO
           COD-FILIAL-HBSIS007C        BY ANT-COD-FILIAL
           COD-LINHA-HBSIS007C         BY ANT-COD-LINHA.

       FD  ARQ-AUDITORIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqZonaCep'.
       COPY "HBSIS035C.CPY".

       FD  ARQ-REDE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRede'.
       COPY "HBSIS066C.CPY".

       FD  ARQ-BLOQUEADO
           LABEL RECORD IS STANDARD.
       01  REG-BLOQUEADO.
           05  BLQ-RAZAO-SOCIAL        PIC  X(040).
           05  BLQ-COD-VENDEDOR        PIC  9(003).

       FD  ARQ-RASTRO
           LABEL RECORD IS STANDARD.
       COPY "HBSIS071C.CPY".

       FD  ARQ-LINHA-NEGOCIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqLinhaNegocio'.
       COPY "HBSIS056C.CPY".

       FD  ARQ-VEND-LINHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendLinha'.
       COPY "HBSIS057C.CPY".

       FD  ARQ-CLI-LINHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliLinha'.
       COPY "HBSIS058C.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-PRO            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-ESF            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-ZON            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RED            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-BLQ            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-LIN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RAS            PIC  X(002)         VALUE "00".
       77  WS-LABEL-BLQ                PIC  X(030)         VALUE SPACES.
       77  WS-LABEL-RAS                PIC  X(030)         VALUE SPACES.

       01  WS-TEM-CARTEIRA-FIXA        PIC  X(001)         VALUE "N".
       01  WS-ATRIBUICAO-FIXA          PIC  X(001)         VALUE "N".
       01  WS-PARTICAO-EDIT            PIC  9(002)         VALUE ZEROS.
       01  WS-FILIAL-EDIT              PIC  9(003)         VALUE ZEROS.
       01  WS-PENDENTE-ESTAGIADO       PIC  X(001)         VALUE "N".
       01  WS-SIMULACAO                PIC  X(001)         VALUE "N".
       01  WS-CENARIO-EDIT             PIC  9(001)         VALUE ZEROS.
       01  WS-FIM-FAIXA                PIC  X(001)         VALUE "N".
       01  WS-MAX-CLI-EFETIVO          PIC  9(005)         VALUE ZEROS.
       01  WS-QTD-PENDENTES            PIC  9(005)         VALUE ZEROS.
               10  WS-TVE-SUPERVISOR   PIC  9(003).
               10  WS-TVE-AUSENTE      PIC  X(001).
               10  WS-TVE-FILIAL       PIC  9(003).
               10  WS-TVE-GENERALISTA  PIC  X(001).
               10  WS-TVE-LINHAS.
                   15  WS-TVE-LINHA    PIC  X(001)
                                        OCCURS 100 TIMES.

       01  WS-QTD-VENDEDORES           PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-TAB-VEN              PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-ZONA                 PIC  9(004)         VALUE ZEROS.
       01  WS-ACHOU-ZONA               PIC  X(001)         VALUE "N".
       01  WS-ATRIBUICAO-ZONA          PIC  X(001)         VALUE "N".
      *
       01  WS-TAB-REDE.
           05  WS-TAB-REDE-OCR         OCCURS 2000 TIMES.
               10  WS-TRE-RAIZ         PIC  9(008).
               10  WS-TRE-VENDEDOR     PIC  9(003).

       01  WS-QTD-REDES                PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-REDE                 PIC  9(004)         VALUE ZEROS.
       01  WS-ACHOU-REDE               PIC  X(001)         VALUE "N".
       01  WS-ATRIBUICAO-REDE          PIC  X(001)         VALUE "N".
       01  WS-RAIZ-CNPJ                PIC  9(008)         VALUE ZEROS.
       01  WS-LAT-VEN-GRAU             PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-VEN-GRAU             PIC S9(003)V9(008)  VALUE ZEROS.
      *
       01  WS-TAB-LINHA-ATIVA.
           05  WS-LINHA-ATIVA          PIC  X(001)         VALUE "S"
                                        OCCURS 100 TIMES.

       01  WS-TAB-LINHA-CLIENTE.
           05  WS-LIN-CLI              PIC  9(002)         VALUE ZEROS
                                        OCCURS 100 TIMES.

       01  WS-QTD-LIN-CLI              PIC  9(003)         VALUE ZEROS.
       01  WS-IDX-LIN-CLI              PIC  9(003)         VALUE ZEROS.
       01  WS-TEM-CLI-LINHA            PIC  X(001)         VALUE "N".
       01  WS-FIM-CLI-LINHA            PIC  X(001)         VALUE "N".
       01  WS-CLIENTE-PENDENTE         PIC  X(001)         VALUE "N".
       01  WS-MOTIVO-PENDENTE          PIC  X(040)         VALUE SPACES.
      *
       01  WS-RASTRO-ATIVO             PIC  X(001)         VALUE "N".
       01  WS-RAS-BLOQUEADO            PIC  X(001)         VALUE "N".
       01  WS-RAS-LINHA                PIC  9(002)         VALUE ZEROS.
       01  WS-RAS-VEND-BLOQUEADO       PIC  9(003)         VALUE ZEROS.
       01  WS-IDX-RAS-VEN              PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-RAS                  PIC  9(001)         VALUE ZEROS.
       01  WS-QTD-RAS                  PIC  9(001)         VALUE ZEROS.
       01  WS-RAS-DISTANCIA            PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-RAS-CUSTO                PIC  9(009)V9(002)  VALUE ZEROS.

       01  WS-TAB-RASTRO.
           05  WS-TAB-RASTRO-OCR       OCCURS 3 TIMES.
               10  WS-TRA-IDX-VEN      PIC  9(004).
               10  WS-TRA-DISTANCIA    PIC  9(009)V9(002).
               10  WS-TRA-CUSTO        PIC  9(009)V9(002).

       01  WS-TRA-AUXILIAR.
           05  WS-TRA-AUX-IDX-VEN      PIC  9(004).
           05  WS-TRA-AUX-DISTANCIA    PIC  9(009)V9(002).
           05  WS-TRA-AUX-CUSTO        PIC  9(009)V9(002).

      *----------------------------------------------------------------*
      * AREAS DE COMUNICA플O COM OUTROS PROGRAMAS                      *
                  WS-LOG-HORA (1:6)    DELIMITED BY SIZE
                                  INTO WS-LOG-INICIO

           MOVE ZEROS                  TO WS-QTD-PENDENTES

      *    A SIMULACAO DE CENARIO RODA A BASE INTEIRA SOBRE OS
      *    CADASTROS DO DIA E SO GRAVA ARQUIVOS DE TRABALHO COM O
      *    SUFIXO DO CENARIO (.Cn) - NAO USA PARTICAO, INCREMENTAL NEM
      *    APROVACAO E NAO TOCA A DISTRIBUICAO OFICIAL, O PONTO DE
      *    CONTROLE, O HISTORICO, A FILA DE PENDENTES NEM O LOG
           IF CENARIO-HBSIS007L        GREATER ZEROS
              MOVE "S"                 TO WS-SIMULACAO
              MOVE CENARIO-HBSIS007L   TO WS-CENARIO-EDIT
              MOVE "T"                 TO MODO-EXECUCAO-HBSIS007L
              MOVE SPACES              TO MODO-APROVACAO-HBSIS007L
              MOVE ZEROS               TO PARTICAO-HBSIS007L
                                          QTD-PARTICOES-HBSIS007L
           ELSE
              MOVE "N"                 TO WS-SIMULACAO
           END-IF

           PERFORM 1050-PREPARA-PARTICAO

      *    O RASTRO DA ATRIBUICAO E OPCIONAL - COM RASTRO = S CADA
      *    CLIENTE E LINHA GRAVA NO ArqRastro O RESULTADO E OS TRES
      *    CANDIDATOS DE MENOR CUSTO, COM O MOTIVO DE CADA PRETERIDO
           IF RASTRO-HBSIS007L         EQUAL "S"
              MOVE "S"                 TO WS-RASTRO-ATIVO
           ELSE
              MOVE "N"                 TO WS-RASTRO-ATIVO
           END-IF

      *    UMA EXECUCAO SELETIVA POR FILIAL E PARCIAL POR NATUREZA -
      *    ELA GRAVA UM ARQUIVO PROPRIO (SUFIXO .Fnnn), NAO PASSA PELO
      *    FLUXO DE APROVACAO E NAO ENTRA NA RECONCILIACAO NEM NAS
              PERFORM 1070-CARREGA-TAB-ZONA
           END-IF

           PERFORM 1080-CARREGA-TAB-REDE

           .
       1000-EXIT.
           EXIT.
       1072-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA AS REDES KEY ACCOUNT COM VENDEDOR DA CONTA-CHAVE - AS  *
      * LOJAS DESSAS REDES (MESMA RAIZ DE CNPJ) VAO PARA O VENDEDOR DA *
      * REDE ANTES DAS REGRAS DE ZONA E DISTANCIA, EM TODOS OS MODOS;  *
      * A AUSENCIA DO ARQUIVO SIGNIFICA QUE NENHUMA REDE E TRATADA     *
      *----------------------------------------------------------------*
       1080-CARREGA-TAB-REDE           SECTION.

           MOVE ZEROS                  TO WS-QTD-REDES

           OPEN INPUT ARQ-REDE

           IF WS-FL-STATUS-RED         EQUAL ZEROS
              PERFORM 1081-LER-ARQ-REDE

              PERFORM 1082-ARMAZENA-REDE UNTIL
                      WS-FL-STATUS-RED NOT EQUAL "00"

              CLOSE ARQ-REDE
           END-IF

           .
       1080-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DO CADASTRO DE REDES                        *
      *----------------------------------------------------------------*
       1081-LER-ARQ-REDE               SECTION.

           READ ARQ-REDE NEXT RECORD

           .
       1081-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ARMAZENA UMA REDE KEY ACCOUNT NA TABELA EM MEMORIA - A REDE    *
      * REGULAR OU SEM VENDEDOR SEGUE AS REGRAS NORMAIS                *
      *----------------------------------------------------------------*
       1082-ARMAZENA-REDE              SECTION.

           IF TIPO-REDE-HBSIS066C      EQUAL "K"
              AND COD-VENDEDOR-HBSIS066C
                                       GREATER ZEROS
              IF WS-QTD-REDES          NOT LESS 2000
                 MOVE 9                TO COD-RETORNO-HBSIS007L
                 MOVE "TABELA DE REDES EXCEDIDA"
                                       TO MSG-RETORNO-HBSIS007L
                 PERFORM 3000-FINALIZA
              END-IF

              ADD 1                    TO WS-QTD-REDES
              MOVE RAIZ-CNPJ-HBSIS066C TO WS-TRE-RAIZ
                                                  (WS-QTD-REDES)
              MOVE COD-VENDEDOR-HBSIS066C
                                       TO WS-TRE-VENDEDOR
                                                  (WS-QTD-REDES)
           END-IF

           PERFORM 1081-LER-ARQ-REDE

           .
       1082-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.
           PERFORM 2070-INICIALIZA-TAB-VENDEDOR
           PERFORM 2080-CARREGA-TAB-VENDEDOR
           PERFORM 2086-MARCA-AUSENCIAS
           PERFORM 2081-CARREGA-LINHAS-ATIVAS
           PERFORM 2083-CARREGA-LINHAS-VENDEDOR
           PERFORM 2057-PREPARA-INCREMENTAL

           PERFORM 2100-OPEN-ARQ-CLIENTE
           PERFORM 2105-POSICIONA-ARQ-CLIENTE
           PERFORM 2090-OPEN-ARQ-CARTEIRA
           PERFORM 2092-OPEN-ARQ-CLI-LINHA

           IF WS-SIMULACAO             EQUAL "N"
              PERFORM 2091-OPEN-ARQ-PENDENTE
           END-IF

           PERFORM 2200-OPEN-ARQ-DISTRIBUICAO

           IF WS-RASTRO-ATIVO          EQUAL "S"
              PERFORM 2210-OPEN-ARQ-RASTRO
           END-IF

           PERFORM 2300-LER-ARQ-CLIENTE

           PERFORM 2400-TRATA-CLIENTE UNTIL

           PERFORM 2500-CLOSE-ARQ-CLIENTE
           PERFORM 2095-CLOSE-ARQ-CARTEIRA
           PERFORM 2097-CLOSE-ARQ-CLI-LINHA

           IF WS-SIMULACAO             EQUAL "N"
              PERFORM 2096-CLOSE-ARQ-PENDENTE
           END-IF

           PERFORM 2065-ENCERRA-INCREMENTAL
           PERFORM 2700-CLOSE-ARQ-DISTRIBUICAO

           IF WS-RASTRO-ATIVO          EQUAL "S"
              PERFORM 2710-CLOSE-ARQ-RASTRO
           END-IF

           IF WS-SIMULACAO             EQUAL "N"
              PERFORM 2060-ZERA-CHECKPOINT
           END-IF

           EVALUATE TRUE
               WHEN WS-SIMULACAO       EQUAL "S"
      *             O CENARIO DEVOLVE OS PENDENTES DA PROPRIA
      *             SIMULACAO - A COMPARACAO E FEITA PELO HBSIS065P
                    MOVE WS-QTD-PENDENTES
                                       TO QTD-PENDENTES-HBSIS007L
                    MOVE "CENARIO SIMULADO COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS007L
               WHEN PARTICAO-HBSIS007L GREATER ZEROS
                    CONTINUE
               WHEN MODO-APROVACAO-HBSIS007L
              MOVE SPACES              TO WS-ULTIMA-DATA-CONCLUIDA
           END-IF

      *    A SIMULACAO SEMPRE COMECA DO PRIMEIRO CLIENTE - UM PONTO DE
      *    REINICIO DA DISTRIBUICAO OFICIAL NAO VALE PARA O CENARIO
           IF WS-SIMULACAO             EQUAL "S"
              MOVE ZEROS               TO WS-ULTIMO-CLIENTE
                                          WS-QTD-REINICIOS
           END-IF

           .
       2050-EXIT.
           EXIT.
              END-IF
           END-IF

           MOVE SPACES                 TO WS-LABEL-DIS

           EVALUATE TRUE
               WHEN WS-SIMULACAO       EQUAL "S"
                    STRING "ArqSimulacao."
                                       DELIMITED BY SIZE
                           WS-DATA-EXECUCAO
                                       DELIMITED BY SIZE
                           ".C"        DELIMITED BY SIZE
                           WS-CENARIO-EDIT
                                       DELIMITED BY SIZE
                                  INTO WS-LABEL-DIS
               WHEN PARTICAO-HBSIS007L GREATER ZEROS
                    STRING "ArqDistribuicao."
                                       DELIMITED BY SIZE
           MOVE SPACES                 TO WS-LABEL-BLQ

           EVALUATE TRUE
               WHEN WS-SIMULACAO       EQUAL "S"
                    STRING "ArqSimBloqueados."
                                       DELIMITED BY SIZE
                           WS-DATA-EXECUCAO
                                       DELIMITED BY SIZE
                           ".C"        DELIMITED BY SIZE
                           WS-CENARIO-EDIT
                                       DELIMITED BY SIZE
                                  INTO WS-LABEL-BLQ
               WHEN PARTICAO-HBSIS007L GREATER ZEROS
                    STRING "ArqBloqueados."
                                       DELIMITED BY SIZE
                                  INTO WS-LABEL-BLQ
           END-EVALUATE

           MOVE SPACES                 TO WS-LABEL-RAS

           EVALUATE TRUE
               WHEN WS-SIMULACAO       EQUAL "S"
                    STRING "ArqRastro."
                                       DELIMITED BY SIZE
                           WS-DATA-EXECUCAO
                                       DELIMITED BY SIZE
                           ".C"        DELIMITED BY SIZE
                           WS-CENARIO-EDIT
                                       DELIMITED BY SIZE
                                  INTO WS-LABEL-RAS
               WHEN PARTICAO-HBSIS007L GREATER ZEROS
                    STRING "ArqRastro."
                                       DELIMITED BY SIZE
                           WS-DATA-EXECUCAO
                                       DELIMITED BY SIZE
                           ".P"        DELIMITED BY SIZE
                           WS-PARTICAO-EDIT
                                       DELIMITED BY SIZE
                                  INTO WS-LABEL-RAS
               WHEN FILIAL-HBSIS007L   GREATER ZEROS
                    STRING "ArqRastro."
                                       DELIMITED BY SIZE
                           WS-DATA-EXECUCAO
                                       DELIMITED BY SIZE
                           ".F"        DELIMITED BY SIZE
                           WS-FILIAL-EDIT
                                       DELIMITED BY SIZE
                                  INTO WS-LABEL-RAS
               WHEN OTHER
                    STRING "ArqRastro."
                                       DELIMITED BY SIZE
                           WS-DATA-EXECUCAO
                                       DELIMITED BY SIZE
                                  INTO WS-LABEL-RAS
           END-EVALUATE

      *    NO MODO DE APROVACAO AS ACOES SOBRE A FILA DE PENDENTES SAO
      *    ESTAGIADAS EM ArqPendSeg.DATA E SO APLICADAS PELO HBSIS030P
      *    NA LIBERACAO DA PROPOSTA - UMA PROPOSTA REJEITADA NAO TOCA
           READ ARQ-DIS-ANTERIOR NEXT RECORD

           IF WS-FL-STATUS-ANT         EQUAL ZEROS
              IF ANT-COD-LINHA         NOT NUMERIC
                 MOVE ZEROS            TO ANT-COD-LINHA
              END-IF
           ELSE
              MOVE "S"                 TO WS-FIM-ANTERIOR
           END-IF
                                                  (WS-QTD-VENDEDORES)
           MOVE COD-FILIAL-HBSIS004C   TO WS-TVE-FILIAL
                                                  (WS-QTD-VENDEDORES)
           MOVE "S"                    TO WS-TVE-GENERALISTA
                                                  (WS-QTD-VENDEDORES)
           MOVE ALL "S"                TO WS-TVE-LINHAS
                                                  (WS-QTD-VENDEDORES)

           PERFORM 2420-LER-ARQ-VENDEDOR

       2085-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA A TABELA DE LINHAS DE NEGOCIO ATIVAS - SEM O ARQUIVO   *
      * TODAS AS LINHAS SAO CONSIDERADAS ATIVAS; COM O ARQUIVO, SO AS  *
      * LINHAS CADASTRADAS COM SITUACAO A. A LINHA 00 (DISTRIBUICAO    *
      * SEM LINHAS) ESTA SEMPRE ATIVA                                  *
      *----------------------------------------------------------------*
       2081-CARREGA-LINHAS-ATIVAS      SECTION.

           OPEN INPUT ARQ-LINHA-NEGOCIO

           IF WS-FL-STATUS-LIN         EQUAL ZEROS
              MOVE ALL "N"             TO WS-TAB-LINHA-ATIVA
              MOVE "S"                 TO WS-LINHA-ATIVA (1)

              READ ARQ-LINHA-NEGOCIO NEXT RECORD

              PERFORM 2082-ARMAZENA-LINHA-ATIVA UNTIL
                      WS-FL-STATUS-LIN NOT EQUAL "00"

              CLOSE ARQ-LINHA-NEGOCIO
           END-IF

           .
       2081-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MARCA UMA LINHA DE NEGOCIO ATIVA NA TABELA                     *
      *----------------------------------------------------------------*
       2082-ARMAZENA-LINHA-ATIVA       SECTION.

           IF SITUACAO-HBSIS056C       EQUAL "A"
              MOVE "S"                 TO WS-LINHA-ATIVA
                                          (COD-LINHA-HBSIS056C + 1)
           END-IF

           READ ARQ-LINHA-NEGOCIO NEXT RECORD

           .
       2082-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA NA TABELA DE VENDEDORES AS LINHAS DE NEGOCIO QUE CADA  *
      * UM ATENDE - VENDEDOR SEM LINHAS CADASTRADAS (OU SEM O ARQUIVO) *
      * E GENERALISTA E ATENDE TODAS AS LINHAS                         *
      *----------------------------------------------------------------*
       2083-CARREGA-LINHAS-VENDEDOR    SECTION.

           OPEN INPUT ARQ-VEND-LINHA

           IF WS-FL-STATUS-VLI         EQUAL ZEROS
              READ ARQ-VEND-LINHA NEXT RECORD

              PERFORM 2084-ARMAZENA-LINHA-VENDEDOR UNTIL
                      WS-FL-STATUS-VLI NOT EQUAL "00"

              CLOSE ARQ-VEND-LINHA
           END-IF

           .
       2083-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MARCA UMA LINHA ATENDIDA PELO VENDEDOR - NA PRIMEIRA LINHA DO  *
      * VENDEDOR ELE DEIXA DE SER GENERALISTA; A LINHA 00 SEGUE ABERTA *
      * PARA TODOS                                                     *
      *----------------------------------------------------------------*
       2084-ARMAZENA-LINHA-VENDEDOR    SECTION.

           MOVE COD-VENDEDOR-HBSIS057C TO WS-PROCURA-COD-VEN
           MOVE "N"                    TO WS-ACHOU-VENDEDOR
           MOVE 1                      TO WS-IDX-TAB-VEN

           PERFORM 2407-PROCURA-VENDEDOR-TAB UNTIL
                   WS-ACHOU-VENDEDOR   EQUAL "S" OR
                   WS-IDX-TAB-VEN      GREATER WS-QTD-VENDEDORES

           IF WS-ACHOU-VENDEDOR        EQUAL "S"
              IF WS-TVE-GENERALISTA (WS-IDX-TAB-VEN)
                                       EQUAL "S"
                 MOVE "N"              TO WS-TVE-GENERALISTA
                                                  (WS-IDX-TAB-VEN)
                 MOVE ALL "N"          TO WS-TVE-LINHAS
                                                  (WS-IDX-TAB-VEN)
                 MOVE "S"              TO WS-TVE-LINHA
                                                  (WS-IDX-TAB-VEN, 1)
              END-IF

              MOVE "S"                 TO WS-TVE-LINHA
                                          (WS-IDX-TAB-VEN,
                                           COD-LINHA-HBSIS057C + 1)
           END-IF

           READ ARQ-VEND-LINHA NEXT RECORD

           .
       2084-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MARCA NA TABELA OS VENDEDORES AUSENTES NA DATA DE EXECUCAO -   *
      * A AUSENCIA DO ARQUIVO SIGNIFICA QUE NAO HA AUSENCIAS           *
      * REGISTRADAS                                                    *
       2095-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE LINHAS DE NEGOCIO POR CLIENTE - A       *
      * AUSENCIA DO ARQUIVO SIGNIFICA QUE TODOS OS CLIENTES SAO        *
      * DISTRIBUIDOS NA LINHA 00                                       *
      *----------------------------------------------------------------*
       2092-OPEN-ARQ-CLI-LINHA         SECTION.

           OPEN INPUT ARQ-CLI-LINHA

           IF WS-FL-STATUS-CLL         EQUAL ZEROS
              MOVE "S"                 TO WS-TEM-CLI-LINHA
           ELSE
              MOVE "N"                 TO WS-TEM-CLI-LINHA
           END-IF

           .
       2092-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DO ARQUIVO DE LINHAS DE NEGOCIO POR CLIENTE         *
      *----------------------------------------------------------------*
       2097-CLOSE-ARQ-CLI-LINHA        SECTION.

           IF WS-TEM-CLI-LINHA         EQUAL "S"
              CLOSE ARQ-CLI-LINHA
           END-IF

           .
       2097-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE CLIENTES PENDENTES DE ATRIBUICAO        *
      *----------------------------------------------------------------*
       2091-OPEN-ARQ-PENDENTE          SECTION.
           IF WS-ULTIMO-CLIENTE        GREATER ZEROS
              OPEN EXTEND ARQ-DISTRIBUICAO
           ELSE
      *       O ARQUIVO DE TRABALHO DO CENARIO E REFEITO A CADA
      *       SIMULACAO
              IF WS-SIMULACAO          EQUAL "N"
                 PERFORM 2205-VERIFICA-ARQ-DIS-EXISTE
              END-IF

              OPEN OUTPUT ARQ-DISTRIBUICAO
           END-IF

       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE RASTRO DA ATRIBUICAO - NO REINICIO PELO *
      * PONTO DE CONTROLE O RASTRO E ESTENDIDO; SE A EXECUCAO          *
      * INTERROMPIDA NAO GRAVAVA RASTRO, ELE COMECA NO REINICIO        *
      *----------------------------------------------------------------*
       2210-OPEN-ARQ-RASTRO            SECTION.

           IF WS-ULTIMO-CLIENTE        GREATER ZEROS
              OPEN EXTEND ARQ-RASTRO

              IF WS-FL-STATUS-RAS      NOT EQUAL ZEROS
                 OPEN OUTPUT ARQ-RASTRO
              END-IF
           ELSE
              OPEN OUTPUT ARQ-RASTRO
           END-IF

           IF WS-FL-STATUS-RAS         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS007L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE RASTRO"
                                       TO MSG-RETORNO-HBSIS007L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RECUSA UMA NOVA EXECUCAO SE JA EXISTE DISTRIBUICAO NO DIA      *
      *----------------------------------------------------------------*
       2205-VERIFICA-ARQ-DIS-EXISTE    SECTION.
              AND (FILIAL-HBSIS007L    EQUAL ZEROS
               OR  COD-FILIAL-HBSIS002C
                                       EQUAL FILIAL-HBSIS007L)
              PERFORM 2408-DEFINE-OCUPACAO
              PERFORM 2401-CARREGA-LINHAS-CLIENTE

              MOVE "N"                 TO WS-CLIENTE-PENDENTE
              MOVE SPACES              TO WS-MOTIVO-PENDENTE
              MOVE 1                   TO WS-IDX-LIN-CLI

              PERFORM 2403-TRATA-LINHA-CLIENTE UNTIL
                      WS-IDX-LIN-CLI   GREATER WS-QTD-LIN-CLI

      *       A FILA DE PENDENTES E POR CLIENTE - O CLIENTE FICA NA
      *       FILA SE ALGUMA DAS SUAS LINHAS FICOU SEM VENDEDOR
              MOVE COD-CLIENTE-HBSIS002C
                                       TO COD-CLIENTE-HBSIS007C
              MOVE RAZAO-SOCIAL-HBSIS002C
                                       TO RAZAO-SOCIAL-HBSIS007C

              IF WS-SIMULACAO          EQUAL "S"
                 IF WS-CLIENTE-PENDENTE
                                       EQUAL "S"
                    ADD 1              TO WS-QTD-PENDENTES
                 END-IF
              ELSE
                 IF WS-CLIENTE-PENDENTE
                                       EQUAL "S"
                    MOVE WS-MOTIVO-PENDENTE
                                       TO NOME-VEND-HBSIS007C
                    PERFORM 2437-GRAVA-PENDENTE
                 ELSE
                    PERFORM 2438-REMOVE-PENDENTE
                 END-IF

                 PERFORM 2445-GRAVA-CHECKPOINT
              END-IF
           END-IF

           PERFORM 2300-LER-ARQ-CLIENTE.

       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA AS LINHAS DE NEGOCIO ATIVAS DO CLIENTE CORRENTE, EM    *
      * ORDEM CRESCENTE - CLIENTE SEM LINHAS CADASTRADAS (OU SO COM    *
      * LINHAS INATIVAS) RECEBE A LINHA 00                             *
      *----------------------------------------------------------------*
       2401-CARREGA-LINHAS-CLIENTE     SECTION.

           MOVE ZEROS                  TO WS-QTD-LIN-CLI

           IF WS-TEM-CLI-LINHA         EQUAL "S"
              MOVE COD-CLIENTE-HBSIS002C
                                       TO COD-CLIENTE-HBSIS058C
              MOVE ZEROS               TO COD-LINHA-HBSIS058C

              START ARQ-CLI-LINHA KEY NOT LESS CHAVE-HBSIS058C

              IF WS-FL-STATUS-CLL      EQUAL ZEROS
                 MOVE "N"              TO WS-FIM-CLI-LINHA

                 PERFORM 2402-ARMAZENA-LINHA-CLIENTE UNTIL
                         WS-FIM-CLI-LINHA
                                       EQUAL "S"
              END-IF
           END-IF

           IF WS-QTD-LIN-CLI           EQUAL ZEROS
              MOVE 1                   TO WS-QTD-LIN-CLI
              MOVE ZEROS               TO WS-LIN-CLI (1)
           END-IF

           .
       2401-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE UMA LINHA DE NEGOCIO DO CLIENTE E GUARDA NA TABELA SE A     *
      * LINHA ESTIVER ATIVA                                            *
      *----------------------------------------------------------------*
       2402-ARMAZENA-LINHA-CLIENTE     SECTION.

           READ ARQ-CLI-LINHA NEXT RECORD

           IF WS-FL-STATUS-CLL         NOT EQUAL ZEROS
              OR COD-CLIENTE-HBSIS058C NOT EQUAL COD-CLIENTE-HBSIS002C
              MOVE "S"                 TO WS-FIM-CLI-LINHA
           ELSE
              IF WS-LINHA-ATIVA (COD-LINHA-HBSIS058C + 1)
                                       EQUAL "S"
                 AND WS-QTD-LIN-CLI    LESS 100
                 ADD 1                 TO WS-QTD-LIN-CLI
                 MOVE COD-LINHA-HBSIS058C
                                       TO WS-LIN-CLI (WS-QTD-LIN-CLI)
              END-IF
           END-IF

           .
       2402-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DISTRIBUI UMA LINHA DE NEGOCIO DO CLIENTE CORRENTE - CADA      *
      * LINHA GERA UM REGISTRO NA DISTRIBUICAO E SO ACEITA VENDEDOR    *
      * QUE ATENDA A LINHA                                             *
      *----------------------------------------------------------------*
       2403-TRATA-LINHA-CLIENTE        SECTION.

           MOVE COD-CLIENTE-HBSIS002C
                                       TO COD-CLIENTE-HBSIS007C
           MOVE RAZAO-SOCIAL-HBSIS002C
                                       TO RAZAO-SOCIAL-HBSIS007C
           MOVE ZEROS                  TO COD-VENDEDOR-HBSIS007C
           MOVE SPACES                 TO NOME-VEND-HBSIS007C
           MOVE "D"                    TO TIPO-ATRIBUICAO-HBSIS007C
           MOVE COD-FILIAL-HBSIS002C
                                       TO COD-FILIAL-HBSIS007C
           MOVE WS-LIN-CLI (WS-IDX-LIN-CLI)
                                       TO COD-LINHA-HBSIS007C

           PERFORM 2405-VERIFICA-CARTEIRA-FIXA

           IF WS-ATRIBUICAO-FIXA       EQUAL "S"
              MOVE "F"                 TO TIPO-ATRIBUICAO-HBSIS007C
           ELSE
              PERFORM 2416-ATRIBUI-POR-REDE

              IF WS-ATRIBUICAO-REDE    EQUAL "S"
                 MOVE "R"              TO TIPO-ATRIBUICAO-HBSIS007C
              END-IF
           END-IF

           IF WS-ATRIBUICAO-FIXA       EQUAL "N"
              AND WS-ATRIBUICAO-REDE   EQUAL "N"
              PERFORM 2409-APROVEITA-ANTERIOR

              IF WS-APROVEITOU-ANTERIOR
                                       EQUAL "N"
                 PERFORM 2411-ATRIBUI-POR-ZONA

                 IF WS-ATRIBUICAO-ZONA
                                       EQUAL "S"
                    MOVE "Z"           TO TIPO-ATRIBUICAO-HBSIS007C
                 ELSE
                    MOVE 1             TO WS-IDX-TAB-VEN

                    PERFORM 2430-TRATA-VENDEDOR UNTIL WS-IDX-TAB-VEN
                                             GREATER WS-QTD-VENDEDORES

                    MOVE  WS-MENOR-DISTANCIA
                                       TO DISTANCIA-HBSIS007C

                    PERFORM 2435-VERIFICA-LIMITE-DISTANCIA
                 END-IF
              END-IF
           END-IF

      *    O RASTRO E GRAVADO ANTES DE A ATRIBUICAO OCUPAR A CARTEIRA,
      *    PARA QUE O LIMITE AVALIADO SEJA O QUE VALEU NA ESCOLHA
           IF WS-RASTRO-ATIVO          EQUAL "S"
              MOVE "N"                 TO WS-RAS-BLOQUEADO
              MOVE COD-LINHA-HBSIS007C TO WS-RAS-LINHA
              PERFORM 2460-GERA-RASTRO
           END-IF

           IF COD-VENDEDOR-HBSIS007C
                                       GREATER ZEROS
              ADD WS-OCUPACAO-CLIENTE
                     TO WS-CONT-VENDEDOR (COD-VENDEDOR-HBSIS007C + 1)
           ELSE
              IF WS-CLIENTE-PENDENTE
                                       EQUAL "N"
                 MOVE "S"              TO WS-CLIENTE-PENDENTE
                 MOVE NOME-VEND-HBSIS007C
                                       TO WS-MOTIVO-PENDENTE
              END-IF
           END-IF

           MOVE  999999999             TO WS-MENOR-DISTANCIA
           MOVE  999999999             TO WS-MENOR-CUSTO
           WRITE ARQ-HBSIS007C

           ADD 1                       TO WS-IDX-LIN-CLI

           .
       2403-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DESVIA O CLIENTE COM CREDITO BLOQUEADO PARA A LISTAGEM PROPRIA *
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-RASTRO-ATIVO          EQUAL "S"
              MOVE "S"                 TO WS-RAS-BLOQUEADO
              MOVE ZEROS               TO WS-RAS-LINHA
              MOVE BLQ-COD-VENDEDOR    TO WS-RAS-VEND-BLOQUEADO
              PERFORM 2460-GERA-RASTRO
           END-IF

      *    O CLIENTE BLOQUEADO SAI DA FILA DE PENDENTES - SEM ISSO UM
      *    PENDENTE QUE FOI BLOQUEADO FICARIA PRESO NA FILA, POIS A
      *    ATRIBUICAO MANUAL (HBSIS013P) RECUSA CLIENTE BLOQUEADO
           MOVE COD-CLIENTE-HBSIS002C  TO COD-CLIENTE-HBSIS007C

           IF WS-SIMULACAO             EQUAL "N"
              PERFORM 2438-REMOVE-PENDENTE
           END-IF

           .
       2404-EXIT.
                                       EQUAL ZEROS
                  OR  WS-TVE-FILIAL (WS-IDX-TAB-VEN)
                                       EQUAL COD-FILIAL-HBSIS002C)
                 AND WS-TVE-LINHA (WS-IDX-TAB-VEN,
                                   COD-LINHA-HBSIS007C + 1)
                                       EQUAL "S"
                 MOVE "S"              TO WS-ATRIBUICAO-FIXA
                 MOVE WS-TVE-CODIGO (WS-IDX-TAB-VEN)
                                       TO COD-VENDEDOR-HBSIS007C
                                       EQUAL ZEROS
                     OR  WS-TVE-FILIAL (WS-IDX-TAB-VEN)
                                       EQUAL COD-FILIAL-HBSIS002C)
                    AND WS-TVE-LINHA (WS-IDX-TAB-VEN,
                                      COD-LINHA-HBSIS007C + 1)
                                       EQUAL "S"
                    AND (WS-MAX-CLI-EFETIVO
                                       EQUAL ZEROS
                     OR  WS-CONT-VENDEDOR
       2412-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LOJA DE REDE KEY ACCOUNT - A RAIZ DO CNPJ (OITO PRIMEIROS      *
      * DIGITOS) LEVA AO VENDEDOR DA CONTA-CHAVE, QUE PRECISA SEGUIR   *
      * ELEGIVEL COMO NA CARTEIRA FIXA (ATIVO, PRESENTE, MESMA FILIAL  *
      * E LINHA ATENDIDA); CASO CONTRARIO A LOJA SEGUE AS REGRAS       *
      * NORMAIS                                                        *
      *----------------------------------------------------------------*
       2416-ATRIBUI-POR-REDE           SECTION.

           MOVE "N"                    TO WS-ATRIBUICAO-REDE

           IF WS-QTD-REDES             GREATER ZEROS
              AND CNPJ-HBSIS002C       GREATER ZEROS
              DIVIDE CNPJ-HBSIS002C    BY 1000000
                                   GIVING WS-RAIZ-CNPJ
              MOVE "N"                 TO WS-ACHOU-REDE
              MOVE 1                   TO WS-IDX-REDE

              PERFORM 2417-PROCURA-REDE UNTIL
                      WS-ACHOU-REDE    EQUAL "S" OR
                      WS-IDX-REDE      GREATER WS-QTD-REDES

              IF WS-ACHOU-REDE         EQUAL "S"
                 MOVE WS-TRE-VENDEDOR (WS-IDX-REDE)
                                       TO WS-PROCURA-COD-VEN
                 MOVE "N"              TO WS-ACHOU-VENDEDOR
                 MOVE 1                TO WS-IDX-TAB-VEN

                 PERFORM 2407-PROCURA-VENDEDOR-TAB UNTIL
                         WS-ACHOU-VENDEDOR
                                       EQUAL "S" OR
                         WS-IDX-TAB-VEN
                                       GREATER WS-QTD-VENDEDORES

                 IF WS-ACHOU-VENDEDOR  EQUAL "S"
                    AND WS-TVE-SITUACAO (WS-IDX-TAB-VEN)
                                       NOT EQUAL "I"
                    AND WS-TVE-AUSENTE (WS-IDX-TAB-VEN)
                                       NOT EQUAL "S"
                    AND (COD-FILIAL-HBSIS002C
                                       EQUAL ZEROS
                     OR  WS-TVE-FILIAL (WS-IDX-TAB-VEN)
                                       EQUAL COD-FILIAL-HBSIS002C)
                    AND WS-TVE-LINHA (WS-IDX-TAB-VEN,
                                      COD-LINHA-HBSIS007C + 1)
                                       EQUAL "S"
                    MOVE "S"           TO WS-ATRIBUICAO-REDE
                    MOVE WS-TVE-CODIGO (WS-IDX-TAB-VEN)
                                       TO COD-VENDEDOR-HBSIS007C
                    MOVE WS-TVE-NOME (WS-IDX-TAB-VEN)
                                       TO NOME-VEND-HBSIS007C
                    MOVE WS-TVE-LATITUDE (WS-IDX-TAB-VEN)
                                       TO WS-LAT-VEN-GRAU
                    MOVE WS-TVE-LONGITUDE (WS-IDX-TAB-VEN)
                                       TO WS-LON-VEN-GRAU
                    PERFORM 2432-CALCULA-DISTANCIA
                    MOVE WS-CALC-DISTANCIA
                                       TO DISTANCIA-HBSIS007C
                 END-IF
              END-IF
           END-IF

           .
       2416-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA A REDE KEY ACCOUNT DA RAIZ DE CNPJ DO CLIENTE CORRENTE *
      *----------------------------------------------------------------*
       2417-PROCURA-REDE               SECTION.

           IF WS-TRE-RAIZ (WS-IDX-REDE)
                                       EQUAL WS-RAIZ-CNPJ
              MOVE "S"                 TO WS-ACHOU-REDE
           ELSE
              ADD 1                    TO WS-IDX-REDE
           END-IF

           .
       2417-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * NO MODO INCREMENTAL, APROVEITA A ATRIBUICAO DA EXECUCAO        *
      * ANTERIOR PARA CLIENTES NAO ALTERADOS DESDE A ULTIMA EXECUCAO   *
      * CONCLUIDA, DESDE QUE O VENDEDOR ANTERIOR SIGA ELEGIVEL - O     *
      * CONFRONTO E POR CLIENTE E LINHA DE NEGOCIO                     *
      *----------------------------------------------------------------*
       2409-APROVEITA-ANTERIOR         SECTION.

           IF WS-EXECUCAO-INCREMENTAL  EQUAL "S"
              PERFORM 2059-LER-ARQ-ANTERIOR UNTIL
                      WS-FIM-ANTERIOR  EQUAL "S" OR
                      ANT-COD-CLIENTE  GREATER COD-CLIENTE-HBSIS002C OR
                     (ANT-COD-CLIENTE  EQUAL COD-CLIENTE-HBSIS002C AND
                      ANT-COD-LINHA    NOT LESS COD-LINHA-HBSIS007C)

              IF WS-FIM-ANTERIOR       EQUAL "N"
                 AND ANT-COD-CLIENTE   EQUAL COD-CLIENTE-HBSIS002C
                 AND ANT-COD-LINHA     EQUAL COD-LINHA-HBSIS007C
                 AND ANT-COD-VENDEDOR  GREATER ZEROS
                 PERFORM 2413-VERIFICA-CLI-ALTERADO

                                       EQUAL ZEROS
                  OR  WS-TVE-FILIAL (WS-IDX-TAB-VEN)
                                       EQUAL COD-FILIAL-HBSIS002C)
                 AND WS-TVE-LINHA (WS-IDX-TAB-VEN,
                                   COD-LINHA-HBSIS007C + 1)
                                       EQUAL "S"
                 MOVE "S"              TO WS-APROVEITOU-ANTERIOR
                 MOVE ANT-COD-VENDEDOR TO COD-VENDEDOR-HBSIS007C
                 MOVE ANT-NOME-VEND    TO NOME-VEND-HBSIS007C
       2445-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O RASTRO DA ATRIBUICAO DO CLIENTE E LINHA CORRENTES - O  *
      * RESULTADO (ORDEM 0) E OS TRES CANDIDATOS DE MENOR CUSTO ENTRE  *
      * OS VENDEDORES ATIVOS QUE ATENDEM A LINHA, INDEPENDENTE DE      *
      * ELEGIBILIDADE, CADA UM COM O MOTIVO DE TER SIDO PRETERIDO      *
      *----------------------------------------------------------------*
       2460-GERA-RASTRO                SECTION.

           MOVE ZEROS                  TO WS-QTD-RAS
           MOVE 1                      TO WS-IDX-RAS-VEN

           PERFORM 2461-SELECIONA-CANDIDATO UNTIL
                   WS-IDX-RAS-VEN      GREATER WS-QTD-VENDEDORES

           PERFORM 2463-GRAVA-RESULTADO

           MOVE 1                      TO WS-IDX-RAS

           PERFORM 2464-GRAVA-CANDIDATO UNTIL
                   WS-IDX-RAS          GREATER WS-QTD-RAS

           .
       2460-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CALCULA A DISTANCIA BRUTA E O CUSTO PONDERADO DE UM VENDEDOR E *
      * O GUARDA NA TABELA DOS TRES MENORES CUSTOS - EM EMPATE FICA O  *
      * PRIMEIRO DA TABELA, COMO NA ESCOLHA DO VENDEDOR                *
      *----------------------------------------------------------------*
       2461-SELECIONA-CANDIDATO        SECTION.

           IF WS-TVE-SITUACAO (WS-IDX-RAS-VEN)
                                       NOT EQUAL "I"
              AND WS-TVE-LINHA (WS-IDX-RAS-VEN, WS-RAS-LINHA + 1)
                                       EQUAL "S"
              MOVE WS-TVE-LATITUDE (WS-IDX-RAS-VEN)
                                       TO WS-LAT-VEN-GRAU
              MOVE WS-TVE-LONGITUDE (WS-IDX-RAS-VEN)
                                       TO WS-LON-VEN-GRAU

              PERFORM 2432-CALCULA-DISTANCIA

              MOVE WS-CALC-DISTANCIA   TO WS-RAS-DISTANCIA

              IF MODO-ATRIBUICAO-HBSIS007L
                                       EQUAL "P"
                 AND WS-TVE-PESO (WS-IDX-RAS-VEN)
                                       GREATER ZEROS
                 COMPUTE WS-RAS-CUSTO ROUNDED =
                         WS-RAS-DISTANCIA
                       * WS-TVE-PESO (WS-IDX-RAS-VEN)
              ELSE
                 MOVE WS-RAS-DISTANCIA TO WS-RAS-CUSTO
              END-IF

              IF WS-QTD-RAS            LESS 3
                 ADD 1                 TO WS-QTD-RAS
                 MOVE WS-QTD-RAS       TO WS-IDX-RAS
              ELSE
                 MOVE ZEROS            TO WS-IDX-RAS

                 IF WS-RAS-CUSTO       LESS WS-TRA-CUSTO (3)
                    MOVE 3             TO WS-IDX-RAS
                 END-IF
              END-IF

              IF WS-IDX-RAS            GREATER ZEROS
                 MOVE WS-IDX-RAS-VEN   TO WS-TRA-IDX-VEN (WS-IDX-RAS)
                 MOVE WS-RAS-DISTANCIA TO WS-TRA-DISTANCIA
                                                  (WS-IDX-RAS)
                 MOVE WS-RAS-CUSTO     TO WS-TRA-CUSTO (WS-IDX-RAS)

                 PERFORM 2462-ORDENA-RASTRO
              END-IF
           END-IF

           ADD 1                       TO WS-IDX-RAS-VEN

           .
       2461-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REPOSICIONA O CANDIDATO RECEM-GUARDADO NA ULTIMA POSICAO DA    *
      * TABELA - AS DEMAIS POSICOES JA ESTAO EM ORDEM DE CUSTO         *
      *----------------------------------------------------------------*
       2462-ORDENA-RASTRO              SECTION.

           IF WS-QTD-RAS               EQUAL 3
              AND WS-TRA-CUSTO (3)     LESS WS-TRA-CUSTO (2)
              MOVE WS-TAB-RASTRO-OCR (2)
                                       TO WS-TRA-AUXILIAR
              MOVE WS-TAB-RASTRO-OCR (3)
                                       TO WS-TAB-RASTRO-OCR (2)
              MOVE WS-TRA-AUXILIAR     TO WS-TAB-RASTRO-OCR (3)
           END-IF

           IF WS-QTD-RAS               NOT LESS 2
              AND WS-TRA-CUSTO (2)     LESS WS-TRA-CUSTO (1)
              MOVE WS-TAB-RASTRO-OCR (1)
                                       TO WS-TRA-AUXILIAR
              MOVE WS-TAB-RASTRO-OCR (2)
                                       TO WS-TAB-RASTRO-OCR (1)
              MOVE WS-TRA-AUXILIAR     TO WS-TAB-RASTRO-OCR (2)
           END-IF

           .
       2462-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A LINHA DE RESULTADO (ORDEM 0) - O VENDEDOR ATRIBUIDO E  *
      * O CRITERIO QUE DECIDIU, O MOTIVO DA PENDENCIA OU O BLOQUEIO DE *
      * CREDITO                                                        *
      *----------------------------------------------------------------*
       2463-GRAVA-RESULTADO            SECTION.

           MOVE COD-CLIENTE-HBSIS002C  TO COD-CLIENTE-HBSIS071C
           MOVE WS-RAS-LINHA           TO COD-LINHA-HBSIS071C
           MOVE ZEROS                  TO ORDEM-HBSIS071C
                                          DISTANCIA-HBSIS071C
                                          CUSTO-HBSIS071C
           MOVE SPACES                 TO NOME-VEND-HBSIS071C
                                          TIPO-ATRIBUICAO-HBSIS071C
           MOVE MODO-ATRIBUICAO-HBSIS007L
                                       TO MODO-ATRIBUICAO-HBSIS071C

           EVALUATE TRUE
               WHEN WS-RAS-BLOQUEADO   EQUAL "S"
                    MOVE WS-RAS-VEND-BLOQUEADO
                                       TO COD-VENDEDOR-HBSIS071C
                    MOVE "B"           TO SITUACAO-HBSIS071C
                    MOVE "CREDITO BLOQUEADO - CLIENTE NAO ATRIBUIDO"
                                       TO MOTIVO-HBSIS071C
               WHEN COD-VENDEDOR-HBSIS007C
                                       EQUAL ZEROS
                    MOVE ZEROS         TO COD-VENDEDOR-HBSIS071C
                    MOVE "S"           TO SITUACAO-HBSIS071C
                    MOVE NOME-VEND-HBSIS007C
                                       TO MOTIVO-HBSIS071C
               WHEN OTHER
                    MOVE COD-VENDEDOR-HBSIS007C
                                       TO COD-VENDEDOR-HBSIS071C
                    MOVE NOME-VEND-HBSIS007C
                                       TO NOME-VEND-HBSIS071C
                    MOVE DISTANCIA-HBSIS007C
                                       TO DISTANCIA-HBSIS071C
                                          CUSTO-HBSIS071C
                    MOVE TIPO-ATRIBUICAO-HBSIS007C
                                       TO TIPO-ATRIBUICAO-HBSIS071C
                    MOVE "A"           TO SITUACAO-HBSIS071C
                    PERFORM 2466-DEFINE-CRITERIO
           END-EVALUATE

           PERFORM 2467-GRAVA-REG-RASTRO

           .
       2463-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UM DOS TRES CANDIDATOS DE MENOR CUSTO                    *
      *----------------------------------------------------------------*
       2464-GRAVA-CANDIDATO            SECTION.

           MOVE WS-TRA-IDX-VEN (WS-IDX-RAS)
                                       TO WS-IDX-RAS-VEN

           MOVE COD-CLIENTE-HBSIS002C  TO COD-CLIENTE-HBSIS071C
           MOVE WS-RAS-LINHA           TO COD-LINHA-HBSIS071C
           MOVE WS-IDX-RAS             TO ORDEM-HBSIS071C
           MOVE WS-TVE-CODIGO (WS-IDX-RAS-VEN)
                                       TO COD-VENDEDOR-HBSIS071C
           MOVE WS-TVE-NOME (WS-IDX-RAS-VEN)
                                       TO NOME-VEND-HBSIS071C
           MOVE WS-TRA-DISTANCIA (WS-IDX-RAS)
                                       TO DISTANCIA-HBSIS071C
           MOVE WS-TRA-CUSTO (WS-IDX-RAS)
                                       TO CUSTO-HBSIS071C
           MOVE SPACES                 TO TIPO-ATRIBUICAO-HBSIS071C
           MOVE MODO-ATRIBUICAO-HBSIS007L
                                       TO MODO-ATRIBUICAO-HBSIS071C

           PERFORM 2465-DEFINE-MOTIVO
           PERFORM 2467-GRAVA-REG-RASTRO

           ADD 1                       TO WS-IDX-RAS

           .
       2464-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEFINE A SITUACAO E O MOTIVO DE UM CANDIDATO - AS RESTRICOES   *
      * DO VENDEDOR (AUSENCIA, FILIAL, LIMITE DE CLIENTES E DISTANCIA  *
      * MAXIMA) VEM ANTES DAS REGRAS QUE PREVALECEM SOBRE O CALCULO    *
      * (CARTEIRA FIXA, REDE, ATRIBUICAO ANTERIOR E ZONA), NA MESMA    *
      * ORDEM EM QUE A ATRIBUICAO AS APLICA                            *
      *----------------------------------------------------------------*
       2465-DEFINE-MOTIVO              SECTION.

           MOVE "P"                    TO SITUACAO-HBSIS071C

           EVALUATE TRUE
               WHEN WS-RAS-BLOQUEADO   EQUAL "S"
                    MOVE "CREDITO DO CLIENTE BLOQUEADO"
                                       TO MOTIVO-HBSIS071C
               WHEN COD-VENDEDOR-HBSIS007C
                                       GREATER ZEROS
                AND WS-TVE-CODIGO (WS-IDX-RAS-VEN)
                                       EQUAL COD-VENDEDOR-HBSIS007C
                    MOVE "A"           TO SITUACAO-HBSIS071C
                    MOVE "VENDEDOR ATRIBUIDO"
                                       TO MOTIVO-HBSIS071C
               WHEN WS-TVE-AUSENTE (WS-IDX-RAS-VEN)
                                       EQUAL "S"
                    MOVE "VENDEDOR AUSENTE NA DATA"
                                       TO MOTIVO-HBSIS071C
               WHEN COD-FILIAL-HBSIS002C
                                       GREATER ZEROS
                AND WS-TVE-FILIAL (WS-IDX-RAS-VEN)
                                       NOT EQUAL COD-FILIAL-HBSIS002C
                    MOVE "VENDEDOR DE OUTRA FILIAL"
                                       TO MOTIVO-HBSIS071C
               WHEN WS-MAX-CLI-EFETIVO GREATER ZEROS
                AND WS-CONT-VENDEDOR
                       (WS-TVE-CODIGO (WS-IDX-RAS-VEN) + 1)
                     + WS-OCUPACAO-CLIENTE
                                       GREATER WS-MAX-CLI-EFETIVO
                    MOVE "LIMITE DE CLIENTES DO VENDEDOR ATINGIDO"
                                       TO MOTIVO-HBSIS071C
               WHEN MAX-DISTANCIA-HBSIS007L
                                       GREATER ZEROS
                AND WS-TRA-DISTANCIA (WS-IDX-RAS)
                                       GREATER MAX-DISTANCIA-HBSIS007L
                    MOVE "ALEM DA DISTANCIA MAXIMA"
                                       TO MOTIVO-HBSIS071C
               WHEN WS-ATRIBUICAO-FIXA EQUAL "S"
                    MOVE "CARTEIRA FIXA PREVALECEU"
                                       TO MOTIVO-HBSIS071C
               WHEN WS-ATRIBUICAO-REDE EQUAL "S"
                    MOVE "REDE KEY ACCOUNT PREVALECEU"
                                       TO MOTIVO-HBSIS071C
               WHEN WS-APROVEITOU-ANTERIOR
                                       EQUAL "S"
                    MOVE "ATRIBUICAO ANTERIOR MANTIDA"
                                       TO MOTIVO-HBSIS071C
               WHEN WS-ATRIBUICAO-ZONA EQUAL "S"
                    MOVE "ZONA DE CEP PREVALECEU"
                                       TO MOTIVO-HBSIS071C
               WHEN OTHER
                    MOVE "CUSTO MAIOR QUE O DO ESCOLHIDO"
                                       TO MOTIVO-HBSIS071C
           END-EVALUATE

           .
       2465-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEFINE O CRITERIO QUE DECIDIU A ATRIBUICAO - OS INDICADORES    *
      * SAO TESTADOS NA ORDEM EM QUE A ATRIBUICAO OS AVALIA, POIS SO O *
      * PRIMEIRO QUE DECIDIU FOI ATUALIZADO NESTA LINHA                *
      *----------------------------------------------------------------*
       2466-DEFINE-CRITERIO            SECTION.

           EVALUATE TRUE
               WHEN WS-ATRIBUICAO-FIXA EQUAL "S"
                    MOVE "CARTEIRA FIXA"
                                       TO MOTIVO-HBSIS071C
               WHEN WS-ATRIBUICAO-REDE EQUAL "S"
                    MOVE "REDE KEY ACCOUNT"
                                       TO MOTIVO-HBSIS071C
               WHEN WS-APROVEITOU-ANTERIOR
                                       EQUAL "S"
                    MOVE "ATRIBUICAO ANTERIOR MANTIDA"
                                       TO MOTIVO-HBSIS071C
               WHEN WS-ATRIBUICAO-ZONA EQUAL "S"
                    MOVE "VENDEDOR PREFERENCIAL DA ZONA DE CEP"
                                       TO MOTIVO-HBSIS071C
               WHEN OTHER
                    MOVE WS-MENOR-CUSTO
                                       TO CUSTO-HBSIS071C
                    MOVE "MENOR CUSTO ENTRE OS ELEGIVEIS"
                                       TO MOTIVO-HBSIS071C
           END-EVALUATE

           .
       2466-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UM REGISTRO NO ARQUIVO DE RASTRO                         *
      *----------------------------------------------------------------*
       2467-GRAVA-REG-RASTRO           SECTION.

           WRITE ARQ-HBSIS071C

           IF WS-FL-STATUS-RAS         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS007L
              MOVE "ERRO AO GRAVAR O ARQUIVO DE RASTRO"
                                       TO MSG-RETORNO-HBSIS007L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2467-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DE ARQUIVO VENDEDOR                                   *
      *----------------------------------------------------------------*
       2410-OPEN-ARQ-VENDEDOR      SECTION.
              AND (COD-FILIAL-HBSIS002C EQUAL ZEROS
               OR  WS-TVE-FILIAL (WS-IDX-TAB-VEN)
                                        EQUAL COD-FILIAL-HBSIS002C)
              AND WS-TVE-LINHA (WS-IDX-TAB-VEN,
                                COD-LINHA-HBSIS007C + 1)
                                        EQUAL "S"
              AND (WS-MAX-CLI-EFETIVO   EQUAL ZEROS
               OR  WS-CONT-VENDEDOR
                      (WS-TVE-CODIGO (WS-IDX-TAB-VEN) + 1)
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DO ARQUIVO DE RASTRO DA ATRIBUICAO                  *
      *----------------------------------------------------------------*
       2710-CLOSE-ARQ-RASTRO           SECTION.

           CLOSE ARQ-RASTRO

           IF WS-FL-STATUS-RAS         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS007L
              MOVE "ERRO NO FECHAMENTO DO ARQUIVO DE RASTRO"
                                       TO MSG-RETORNO-HBSIS007L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O REGISTRO DE LOG DA EXECUCAO - DATA, INICIO/FIM,        *
      * VOLUMES, REINICIOS APROVEITADOS DO PONTO DE CONTROLE E OS      *
      * PARAMETROS EM VIGOR                                            *
           MOVE TIPO-ATRIBUICAO-HBSIS007C
                                       TO TIPO-ATRIBUICAO-HBSIS014C
           MOVE COD-FILIAL-HBSIS007C   TO COD-FILIAL-HBSIS014C
           MOVE COD-LINHA-HBSIS007C    TO COD-LINHA-HBSIS014C

           WRITE ARQ-HBSIS014C

