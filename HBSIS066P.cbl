       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS066P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS066P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: MANTER O CADASTRO DE REDES DE CLIENTES          *
      *                (ArqRede) - RAIZ DE CNPJ, NOME DA REDE, TIPO    *
      *                (KEY ACCOUNT OU REGULAR) E VENDEDOR DA CONTA-   *
      *                CHAVE - E LISTAR AS LOJAS DE UMA RAIZ (TELA E   *
      *                RelLojasRede); O HBSIS007P ATRIBUI AS LOJAS DA  *
      *                REDE KEY ACCOUNT AO VENDEDOR DA REDE ANTES DAS  *
      *                REGRAS DE ZONA E DISTANCIA                      *
      * ARQUIVOS.....:                                                 *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT ARQ-REDE           ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS RAIZ-CNPJ-HBSIS066C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-RED.

           SELECT ARQ-CLIENTE        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS002C
                       ALTERNATE RECORD KEY IS CNPJ-HBSIS002C
                       ALTERNATE RECORD KEY IS RAZAO-SOCIAL-HBSIS002C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLI.

           SELECT ARQ-VENDEDOR       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-VENDEDOR-HBSIS004C
                       ALTERNATE RECORD KEY IS CPF-HBSIS004C
                       ALTERNATE RECORD KEY IS NOME-VEND-HBSIS004C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VEN.

           SELECT ARQ-RUN-CONTROL    ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-RCT.

           SELECT REL-LOJAS          ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-REDE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRede'.
       COPY "HBSIS066C.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "HBSIS002C.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "HBSIS004C.CPY".

       FD  ARQ-RUN-CONTROL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRunControl'.
       COPY "HBSISRCT.CPY".

       FD  REL-LOJAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RelLojasRede'.
       01  REL-HBSIS066C               PIC  X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-RED            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RCT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".

       01  WS-REDE-CADASTRADA          PIC  X(001)         VALUE "N".
       01  WS-FIM-LOJAS                PIC  X(001)         VALUE "N".
       01  WS-RAIZ-LOJA                PIC  9(008)         VALUE ZEROS.
       01  WS-QTD-LOJAS-EDIT           PIC  ZZZZ9.
      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO DE LOJAS DA REDE                           *
      *----------------------------------------------------------------*
       01  WS-LINHA-CABECALHO-01.
           05  FILLER                  PIC  X(021)         VALUE
               "LOJAS DA REDE - RAIZ ".
           05  WS-CAB-RAIZ             PIC  9(008).
           05  FILLER                  PIC  X(003)         VALUE
               " - ".
           05  WS-CAB-NOME-REDE        PIC  X(040).
           05  FILLER                  PIC  X(007)         VALUE
               "  TIPO ".
           05  WS-CAB-TIPO             PIC  X(011).
           05  FILLER                  PIC  X(011)         VALUE
               "  VENDEDOR ".
           05  WS-CAB-VENDEDOR         PIC  9(003).

       01  WS-LINHA-CABECALHO-02       PIC  X(132)         VALUE ALL
           "-".

       01  WS-LINHA-CABECALHO-03.
           05  FILLER                  PIC  X(009)         VALUE
               "CLIENTE".
           05  FILLER                  PIC  X(016)         VALUE
               "CNPJ".
           05  FILLER                  PIC  X(042)         VALUE
               "RAZAO SOCIAL".
           05  FILLER                  PIC  X(035)         VALUE
               "MUNICIPIO/UF".
           05  FILLER                  PIC  X(005)         VALUE
               "SIT".
           05  FILLER                  PIC  X(007)         VALUE
               "CURVA".
           05  FILLER                  PIC  X(013)         VALUE
               "VOLUME MES".

       01  WS-LINHA-DETALHE.
           05  WS-DET-CLIENTE          PIC  9(007).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-CNPJ             PIC  9(014).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-RAZAO-SOCIAL     PIC  X(040).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-MUNICIPIO        PIC  X(030).
           05  FILLER                  PIC  X(001)         VALUE "/".
           05  WS-DET-UF               PIC  X(002).
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WS-DET-SITUACAO         PIC  X(001).
           05  FILLER                  PIC  X(006)         VALUE SPACES.
           05  WS-DET-CURVA            PIC  X(001).
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WS-DET-VOLUME           PIC  Z.ZZZ.ZZ9,99.

       01  WS-LINHA-TOTAL.
           05  FILLER                  PIC  X(017)         VALUE
               "TOTAL DE LOJAS: ".
           05  WS-TOT-LOJAS            PIC  ZZZZ9.
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS066L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS066L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO                                        *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-HBSIS066L

           IF RAIZ-CNPJ-HBSIS066L      EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS066L
              MOVE "RAIZ DE CNPJ NAO INFORMADA"
                                       TO MSG-RETORNO-HBSIS066L
              PERFORM 3000-FINALIZA
           END-IF

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-HBSIS066L
               WHEN 0
                    PERFORM 2100-CONSULTAR-REDE
               WHEN 1
                    PERFORM 2200-GRAVAR-REDE
               WHEN 2
                    PERFORM 2300-EXCLUIR-REDE
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS066L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS066L
                    PERFORM 3000-FINALIZA
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSULTA A REDE E LISTA TODAS AS LOJAS DA RAIZ DE CNPJ - AS    *
      * LOJAS SAO LISTADAS MESMO SEM A REDE CADASTRADA, PARA APOIAR O  *
      * CADASTRO; A TELA RECEBE AS 50 PRIMEIRAS E O RelLojasRede TODAS *
      *----------------------------------------------------------------*
       2100-CONSULTAR-REDE             SECTION.

           MOVE "N"                    TO WS-REDE-CADASTRADA
           MOVE SPACES                 TO NOME-REDE-HBSIS066L
                                          TIPO-REDE-HBSIS066L
           MOVE ZEROS                  TO COD-VENDEDOR-HBSIS066L
                                          QTD-LOJAS-HBSIS066L
                                          QTD-LOJAS-TAB-HBSIS066L

           OPEN INPUT ARQ-REDE

           IF WS-FL-STATUS-RED         EQUAL ZEROS
              MOVE RAIZ-CNPJ-HBSIS066L TO RAIZ-CNPJ-HBSIS066C

              READ ARQ-REDE      RECORD
                                 KEY IS   RAIZ-CNPJ-HBSIS066C

              IF WS-FL-STATUS-RED      EQUAL ZEROS
                 MOVE "S"              TO WS-REDE-CADASTRADA
                 MOVE NOME-REDE-HBSIS066C
                                       TO NOME-REDE-HBSIS066L
                 MOVE TIPO-REDE-HBSIS066C
                                       TO TIPO-REDE-HBSIS066L
                 MOVE COD-VENDEDOR-HBSIS066C
                                       TO COD-VENDEDOR-HBSIS066L
              END-IF

              CLOSE ARQ-REDE
           END-IF

           PERFORM 2110-LISTA-LOJAS

           MOVE QTD-LOJAS-HBSIS066L    TO WS-QTD-LOJAS-EDIT

           IF WS-REDE-CADASTRADA       EQUAL "S"
              MOVE ZEROS               TO COD-RETORNO-HBSIS066L
              MOVE SPACES              TO MSG-RETORNO-HBSIS066L
              STRING "REDE ENCONTRADA - LOJAS: "
                                       DELIMITED BY SIZE
                     WS-QTD-LOJAS-EDIT DELIMITED BY SIZE
                                  INTO MSG-RETORNO-HBSIS066L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS066L
              MOVE SPACES              TO MSG-RETORNO-HBSIS066L
              STRING "REDE NAO CADASTRADA - LOJAS: "
                                       DELIMITED BY SIZE
                     WS-QTD-LOJAS-EDIT DELIMITED BY SIZE
                                  INTO MSG-RETORNO-HBSIS066L
           END-IF

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PERCORRE O CADASTRO DE CLIENTES PELA CHAVE DE CNPJ A PARTIR DA *
      * RAIZ E LISTA AS LOJAS ATE A RAIZ MUDAR                         *
      *----------------------------------------------------------------*
       2110-LISTA-LOJAS                SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS066L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CLIENTE"
                                       TO MSG-RETORNO-HBSIS066L
              PERFORM 3000-FINALIZA
           END-IF

           OPEN OUTPUT REL-LOJAS

           IF WS-FL-STATUS-REL         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS066L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                                       TO MSG-RETORNO-HBSIS066L
              CLOSE ARQ-CLIENTE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE RAIZ-CNPJ-HBSIS066L    TO WS-CAB-RAIZ
           MOVE NOME-REDE-HBSIS066L    TO WS-CAB-NOME-REDE
           MOVE COD-VENDEDOR-HBSIS066L TO WS-CAB-VENDEDOR

           EVALUATE TIPO-REDE-HBSIS066L
               WHEN "K"
                    MOVE "KEY ACCOUNT" TO WS-CAB-TIPO
               WHEN "R"
                    MOVE "REGULAR"     TO WS-CAB-TIPO
               WHEN OTHER
                    MOVE "SEM CADASTRO"
                                       TO WS-CAB-TIPO
           END-EVALUATE

           WRITE REL-HBSIS066C         FROM WS-LINHA-CABECALHO-01
           WRITE REL-HBSIS066C         FROM WS-LINHA-CABECALHO-02
           WRITE REL-HBSIS066C         FROM WS-LINHA-CABECALHO-03
           WRITE REL-HBSIS066C         FROM WS-LINHA-CABECALHO-02

           MOVE "N"                    TO WS-FIM-LOJAS
           COMPUTE CNPJ-HBSIS002C      = RAIZ-CNPJ-HBSIS066L * 1000000

           START ARQ-CLIENTE KEY NOT LESS CNPJ-HBSIS002C

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE "S"                 TO WS-FIM-LOJAS
           END-IF

           PERFORM 2120-TRATA-LOJA UNTIL
                   WS-FIM-LOJAS        EQUAL "S"

           MOVE QTD-LOJAS-HBSIS066L    TO WS-TOT-LOJAS
           WRITE REL-HBSIS066C         FROM WS-LINHA-CABECALHO-02
           WRITE REL-HBSIS066C         FROM WS-LINHA-TOTAL

           CLOSE REL-LOJAS
           CLOSE ARQ-CLIENTE

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE O PROXIMO CLIENTE NA ORDEM DE CNPJ E, SE AINDA FOR DA RAIZ, *
      * GUARDA NA TELA E GRAVA NO RELATORIO                            *
      *----------------------------------------------------------------*
       2120-TRATA-LOJA                 SECTION.

           READ ARQ-CLIENTE NEXT RECORD

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              DIVIDE CNPJ-HBSIS002C    BY 1000000
                                   GIVING WS-RAIZ-LOJA
           END-IF

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              OR WS-RAIZ-LOJA          NOT EQUAL RAIZ-CNPJ-HBSIS066L
              MOVE "S"                 TO WS-FIM-LOJAS
           ELSE
              ADD 1                    TO QTD-LOJAS-HBSIS066L

              IF QTD-LOJAS-TAB-HBSIS066L
                                       LESS 50
                 ADD 1                 TO QTD-LOJAS-TAB-HBSIS066L
                 MOVE COD-CLIENTE-HBSIS002C
                                       TO LOJ-CLIENTE-HBSIS066L
                                          (QTD-LOJAS-TAB-HBSIS066L)
                 MOVE CNPJ-HBSIS002C   TO LOJ-CNPJ-HBSIS066L
                                          (QTD-LOJAS-TAB-HBSIS066L)
                 MOVE RAZAO-SOCIAL-HBSIS002C
                                       TO LOJ-RAZAO-HBSIS066L
                                          (QTD-LOJAS-TAB-HBSIS066L)
                 MOVE MUNICIPIO-HBSIS002C
                                       TO LOJ-MUNICIPIO-HBSIS066L
                                          (QTD-LOJAS-TAB-HBSIS066L)
                 MOVE UF-HBSIS002C     TO LOJ-UF-HBSIS066L
                                          (QTD-LOJAS-TAB-HBSIS066L)
                 MOVE SITUACAO-CLIENTE-HBSIS002C
                                       TO LOJ-SITUACAO-HBSIS066L
                                          (QTD-LOJAS-TAB-HBSIS066L)
              END-IF

              MOVE COD-CLIENTE-HBSIS002C
                                       TO WS-DET-CLIENTE
              MOVE CNPJ-HBSIS002C      TO WS-DET-CNPJ
              MOVE RAZAO-SOCIAL-HBSIS002C
                                       TO WS-DET-RAZAO-SOCIAL
              MOVE MUNICIPIO-HBSIS002C TO WS-DET-MUNICIPIO
              MOVE UF-HBSIS002C        TO WS-DET-UF
              MOVE SITUACAO-CLIENTE-HBSIS002C
                                       TO WS-DET-SITUACAO
              MOVE CURVA-ABC-HBSIS002C TO WS-DET-CURVA
              MOVE VOLUME-MENSAL-HBSIS002C
                                       TO WS-DET-VOLUME

              WRITE REL-HBSIS066C      FROM WS-LINHA-DETALHE
           END-IF

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RECUSA A MANUTENCAO ENQUANTO A DISTRIBUICAO NOTURNA ESTIVER    *
      * EM EXECUCAO (TRAVA GRAVADA PELO HBSIS009P) - O HBSIS007P LE AS *
      * REDES NO INICIO DA EXECUCAO                                    *
      *----------------------------------------------------------------*
       2150-VERIFICA-TRAVA             SECTION.

           OPEN INPUT ARQ-RUN-CONTROL

           IF WS-FL-STATUS-RCT         EQUAL ZEROS
              READ ARQ-RUN-CONTROL

              IF WS-FL-STATUS-RCT      EQUAL ZEROS
                 AND RCT-STATUS        EQUAL "E"
                 CLOSE ARQ-RUN-CONTROL
                 MOVE 9                TO COD-RETORNO-HBSIS066L
                 MOVE "DISTRIBUICAO EM EXECUCAO - AGUARDE"
                                       TO MSG-RETORNO-HBSIS066L
                 PERFORM 3000-FINALIZA
              END-IF

              CLOSE ARQ-RUN-CONTROL
           END-IF

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO CADASTRO DE REDES PARA ATUALIZACAO                 *
      *----------------------------------------------------------------*
       2160-OPEN-ARQ-REDE              SECTION.

           OPEN I-O ARQ-REDE

           IF WS-FL-STATUS-RED         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS066L
              MOVE "ERRO NA ABERTURA DO CADASTRO DE REDES"
                                       TO MSG-RETORNO-HBSIS066L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2160-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INCLUI OU ALTERA UMA REDE - SO A REDE KEY ACCOUNT TEM VENDEDOR *
      * DA CONTA-CHAVE, QUE PRECISA ESTAR CADASTRADO E ATIVO           *
      *----------------------------------------------------------------*
       2200-GRAVAR-REDE                SECTION.

           IF NOME-REDE-HBSIS066L      EQUAL SPACES
              MOVE 1                   TO COD-RETORNO-HBSIS066L
              MOVE "NOME DA REDE NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS066L
           END-IF

           IF COD-RETORNO-HBSIS066L    EQUAL ZEROS
              IF TIPO-REDE-HBSIS066L   EQUAL SPACES
                 MOVE "R"              TO TIPO-REDE-HBSIS066L
              END-IF

              IF TIPO-REDE-HBSIS066L   NOT EQUAL "K" AND "R"
                 MOVE 1                TO COD-RETORNO-HBSIS066L
                 MOVE "TIPO DE REDE INVALIDO (K OU R)"
                                       TO MSG-RETORNO-HBSIS066L
              END-IF
           END-IF

           IF COD-RETORNO-HBSIS066L    EQUAL ZEROS
              AND TIPO-REDE-HBSIS066L  EQUAL "R"
              AND COD-VENDEDOR-HBSIS066L
                                       GREATER ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS066L
              MOVE "VENDEDOR SO PARA REDE KEY ACCOUNT"
                                       TO MSG-RETORNO-HBSIS066L
           END-IF

           IF COD-RETORNO-HBSIS066L    EQUAL ZEROS
              AND COD-VENDEDOR-HBSIS066L
                                       GREATER ZEROS
              PERFORM 2210-VALIDA-VENDEDOR
           END-IF

           IF COD-RETORNO-HBSIS066L    EQUAL ZEROS
              PERFORM 2150-VERIFICA-TRAVA
              PERFORM 2160-OPEN-ARQ-REDE

              MOVE RAIZ-CNPJ-HBSIS066L TO RAIZ-CNPJ-HBSIS066C

              READ ARQ-REDE      RECORD
                                 KEY IS   RAIZ-CNPJ-HBSIS066C

              MOVE NOME-REDE-HBSIS066L TO NOME-REDE-HBSIS066C
              MOVE TIPO-REDE-HBSIS066L TO TIPO-REDE-HBSIS066C
              MOVE COD-VENDEDOR-HBSIS066L
                                       TO COD-VENDEDOR-HBSIS066C

              IF WS-FL-STATUS-RED      EQUAL ZEROS
                 REWRITE ARQ-HBSIS066C
              ELSE
                 WRITE ARQ-HBSIS066C
              END-IF

              IF WS-FL-STATUS-RED      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-HBSIS066L
                 MOVE "REDE GRAVADA COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS066L
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS066L
                 MOVE "ERRO AO GRAVAR A REDE"
                                       TO MSG-RETORNO-HBSIS066L
              END-IF

              CLOSE ARQ-REDE
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA A EXISTENCIA E SITUACAO DO VENDEDOR DA CONTA-CHAVE      *
      *----------------------------------------------------------------*
       2210-VALIDA-VENDEDOR            SECTION.

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS066L
              MOVE "ERRO NA ABERTURA DO ARQ VENDEDOR"
                                       TO MSG-RETORNO-HBSIS066L
              PERFORM 3000-FINALIZA
           END-IF

           MOVE COD-VENDEDOR-HBSIS066L TO COD-VENDEDOR-HBSIS004C

           READ ARQ-VENDEDOR  RECORD
                              KEY IS      COD-VENDEDOR-HBSIS004C

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              AND SITUACAO-VENDEDOR-HBSIS004C
                                       NOT EQUAL "I"
              CONTINUE
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS066L
              MOVE "VENDEDOR NAO CADASTRADO OU INATIVO"
                                       TO MSG-RETORNO-HBSIS066L
           END-IF

           CLOSE ARQ-VENDEDOR

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUI UMA REDE - AS LOJAS VOLTAM A SER DISTRIBUIDAS PELAS     *
      * REGRAS NORMAIS NA PROXIMA EXECUCAO                             *
      *----------------------------------------------------------------*
       2300-EXCLUIR-REDE               SECTION.

           PERFORM 2150-VERIFICA-TRAVA
           PERFORM 2160-OPEN-ARQ-REDE

           MOVE RAIZ-CNPJ-HBSIS066L    TO RAIZ-CNPJ-HBSIS066C

           READ ARQ-REDE      RECORD
                              KEY IS      RAIZ-CNPJ-HBSIS066C

           IF WS-FL-STATUS-RED         EQUAL ZEROS
              DELETE ARQ-REDE RECORD
              IF WS-FL-STATUS-RED      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-HBSIS066L
                 MOVE "REDE EXCLUIDA"  TO MSG-RETORNO-HBSIS066L
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS066L
                 MOVE "ERRO AO EXCLUIR A REDE"
                                       TO MSG-RETORNO-HBSIS066L
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS066L
              MOVE "REDE NAO CADASTRADA"
                                       TO MSG-RETORNO-HBSIS066L
           END-IF

           CLOSE ARQ-REDE

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS066P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS066P.
      *----------------------------------------------------------------*
