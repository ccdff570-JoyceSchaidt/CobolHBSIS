       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS052P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS052P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: MANTER O ARQUIVO DE PROSPECTOS (FUNIL DE        *
      *                VENDAS) - CONSULTA, INCLUSAO COM SUGESTAO DO     *
      *                VENDEDOR RESPONSAVEL PELO HBSIS018P, ALTERACAO   *
      *                DOS DADOS, ALTERACAO DA SITUACAO E CONVERSAO EM  *
      *                CLIENTE - A CONVERSAO INCLUI O CLIENTE PELO      *
      *                HBSIS002P (MESMAS VALIDACOES DO CADASTRO) E      *
      *                GRAVA O RESPONSAVEL COMO CARTEIRA FIXA DO NOVO   *
      *                CLIENTE PELO HBSIS012P DURANTE A CARENCIA        *
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
           SELECT ARQ-PROSPECTO      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-PROSPECTO-HBSIS052C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PRO.

           SELECT ARQ-VENDEDOR       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-VENDEDOR-HBSIS004C
                       ALTERNATE RECORD KEY IS CPF-HBSIS004C
                       ALTERNATE RECORD KEY IS NOME-VEND-HBSIS004C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VEN.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-PROSPECTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqProspecto'.
       COPY "HBSIS052C.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "HBSIS004C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-PRO            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".

       01  WS-DATA-HOJE                PIC  X(008)         VALUE SPACES.
       01  WS-AUD-DATA                 PIC  X(008)         VALUE SPACES.
       01  WS-AUD-HORA                 PIC  X(008)         VALUE SPACES.
       01  WS-IMAGEM-ANTERIOR          PIC  X(200)         VALUE SPACES.

       01  WS-DIAS-CARENCIA-PADRAO     PIC  9(003)         VALUE 090.
       01  WS-DIAS-CARENCIA            PIC  9(003)         VALUE ZEROS.
       01  WS-INT-CARENCIA             PIC  9(008)         VALUE ZEROS.
       01  WS-DATA-CARENCIA-NUM        PIC  9(008)         VALUE ZEROS.
       01  WS-CARTEIRA-GRAVADA         PIC  X(001)         VALUE "N".
       01  WS-COD-CLIENTE-NOVO         PIC  9(007)         VALUE ZEROS.
      *
       01  WS-HBSIS002                 PIC  X(009)         VALUE
           'HBSIS002P'.

       COPY HBSIS002L.

       01  WS-HBSIS003                 PIC  X(009)         VALUE
           'HBSIS003P'.

       COPY HBSIS003L.

       01  WS-HBSIS012                 PIC  X(009)         VALUE
           'HBSIS012P'.

       COPY HBSIS012L.

       01  WS-HBSIS018                 PIC  X(009)         VALUE
           'HBSIS018P'.

       COPY HBSIS018L.

       01  WS-HBSIS061                 PIC  X(009)         VALUE
           'HBSIS061P'.

       COPY HBSIS061L.
      *----------------------------------------------------------------*
      * REGISTRO DA TRILHA DE AUDITORIA MONTADO PARA O HBSIS061P       *
      *----------------------------------------------------------------*
       COPY "HBSISAUD.CPY".
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS052L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS052L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS052L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS052L

           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-HBSIS052L
               WHEN 0
                    PERFORM 2100-CONSULTAR-PROSPECTO
               WHEN 1
                    PERFORM 2200-INCLUIR-PROSPECTO
               WHEN 2
                    PERFORM 2300-ALTERAR-PROSPECTO
               WHEN 3
                    PERFORM 2400-ALTERAR-SITUACAO
               WHEN 4
                    PERFORM 2500-CONVERTER-PROSPECTO
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS052L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS052L
                    PERFORM 3000-FINALIZA
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE PROSPECTOS                              *
      *----------------------------------------------------------------*
       2050-OPEN-ARQ-PROSPECTO         SECTION.

           OPEN I-O ARQ-PROSPECTO

           IF WS-FL-STATUS-PRO         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS052L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PROSPECTO"
                                       TO MSG-RETORNO-HBSIS052L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DO ARQUIVO DE PROSPECTOS                            *
      *----------------------------------------------------------------*
       2060-CLOSE-ARQ-PROSPECTO        SECTION.

           CLOSE ARQ-PROSPECTO

           IF WS-FL-STATUS-PRO         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS052L
              MOVE "ERRO NO FECHAMENTO DO ARQ DE PROSPECTO"
                                       TO MSG-RETORNO-HBSIS052L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2060-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO PROSPECTO INFORMADO NA AREA DE LIGACAO              *
      *----------------------------------------------------------------*
       2070-LER-PROSPECTO              SECTION.

           MOVE COD-PROSPECTO-HBSIS052L
                                       TO COD-PROSPECTO-HBSIS052C

           READ ARQ-PROSPECTO RECORD
                              KEY IS      COD-PROSPECTO-HBSIS052C

           IF WS-FL-STATUS-PRO         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS052L
              MOVE "PROSPECTO NAO CADASTRADO"
                                       TO MSG-RETORNO-HBSIS052L
           END-IF

           .
       2070-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE O REGISTRO DO PROSPECTO NA AREA DE LIGACAO             *
      *----------------------------------------------------------------*
       2080-DEVOLVE-PROSPECTO          SECTION.

           MOVE NOME-PROSPECTO-HBSIS052C
                                       TO NOME-PROSPECTO-HBSIS052L
           MOVE CNPJ-HBSIS052C         TO CNPJ-HBSIS052L
           MOVE LATITUDE-HBSIS052C     TO LATITUDE-HBSIS052L
           MOVE LONGITUDE-HBSIS052C    TO LONGITUDE-HBSIS052L
           MOVE CEP-HBSIS052C          TO CEP-HBSIS052L
           MOVE COD-VENDEDOR-HBSIS052C TO COD-VENDEDOR-HBSIS052L
           MOVE COD-FILIAL-HBSIS052C   TO COD-FILIAL-HBSIS052L
           MOVE SITUACAO-HBSIS052C     TO SITUACAO-HBSIS052L
           MOVE DATA-INCLUSAO-HBSIS052C
                                       TO DATA-INCLUSAO-HBSIS052L
           MOVE DATA-SITUACAO-HBSIS052C
                                       TO DATA-SITUACAO-HBSIS052L
           MOVE COD-CLIENTE-HBSIS052C  TO COD-CLIENTE-HBSIS052L
           MOVE DATA-FIM-CARENCIA-HBSIS052C
                                       TO DATA-FIM-CARENCIA-HBSIS052L

           .
       2080-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE CONSULTA DO PROSPECTO                                *
      *----------------------------------------------------------------*
       2100-CONSULTAR-PROSPECTO        SECTION.

           PERFORM 2050-OPEN-ARQ-PROSPECTO
           PERFORM 2070-LER-PROSPECTO

           IF COD-RETORNO-HBSIS052L    EQUAL ZEROS
              PERFORM 2080-DEVOLVE-PROSPECTO
              MOVE "PROSPECTO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS052L
           END-IF

           PERFORM 2060-CLOSE-ARQ-PROSPECTO

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INCLUSAO DO PROSPECTO - SEM RESPONSAVEL INFORMADO, O *
      * MELHOR CANDIDATO DA SIMULACAO DO HBSIS018P E ASSUMIDO          *
      *----------------------------------------------------------------*
       2200-INCLUIR-PROSPECTO          SECTION.

           PERFORM 2050-OPEN-ARQ-PROSPECTO

           MOVE COD-PROSPECTO-HBSIS052L
                                       TO COD-PROSPECTO-HBSIS052C

           READ ARQ-PROSPECTO RECORD
                              KEY IS      COD-PROSPECTO-HBSIS052C

           IF WS-FL-STATUS-PRO         EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS052L
              MOVE "PROSPECTO JA CADASTRADO"
                                       TO MSG-RETORNO-HBSIS052L
           END-IF

           IF COD-RETORNO-HBSIS052L    EQUAL ZEROS
              AND COD-PROSPECTO-HBSIS052L
                                       EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS052L
              MOVE "CODIGO DO PROSPECTO NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS052L
           END-IF

           IF COD-RETORNO-HBSIS052L    EQUAL ZEROS
              PERFORM 2210-VALIDA-DADOS
           END-IF

           IF COD-RETORNO-HBSIS052L    EQUAL ZEROS
              AND COD-VENDEDOR-HBSIS052L
                                       EQUAL ZEROS
              PERFORM 2220-SUGERE-RESPONSAVEL
           END-IF

           IF COD-RETORNO-HBSIS052L    EQUAL ZEROS
              PERFORM 2230-VALIDA-RESPONSAVEL
           END-IF

           IF COD-RETORNO-HBSIS052L    EQUAL ZEROS
              INITIALIZE ARQ-HBSIS052C
              MOVE COD-PROSPECTO-HBSIS052L
                                       TO COD-PROSPECTO-HBSIS052C
              PERFORM 2240-MOVE-DADOS-ARQ
              MOVE "N"                 TO SITUACAO-HBSIS052C
              MOVE WS-DATA-HOJE        TO DATA-INCLUSAO-HBSIS052C
                                          DATA-SITUACAO-HBSIS052C
              MOVE SPACES              TO DATA-CONVERSAO-HBSIS052C
                                          DATA-FIM-CARENCIA-HBSIS052C
                                          CARENCIA-ENCERRADA-HBSIS052C
              MOVE COD-OPERADOR-HBSIS052L
                                       TO COD-OPERADOR-HBSIS052C

              WRITE ARQ-HBSIS052C

              IF WS-FL-STATUS-PRO      EQUAL ZEROS
                 MOVE SPACES           TO AUD-VALOR-ANTIGO
                 MOVE ARQ-HBSIS052C    TO AUD-VALOR-NOVO
                 MOVE "PROSP-INC"      TO AUD-FUNCAO
                 PERFORM 2600-GRAVA-AUDITORIA
                 PERFORM 2080-DEVOLVE-PROSPECTO
                 MOVE ZEROS            TO COD-RETORNO-HBSIS052L
                 MOVE "PROSPECTO CADASTRADO COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS052L
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS052L
                 MOVE "ERRO AO GRAVAR O PROSPECTO"
                                       TO MSG-RETORNO-HBSIS052L
              END-IF
           END-IF

           PERFORM 2060-CLOSE-ARQ-PROSPECTO

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA OS DADOS DO PROSPECTO - NOME OBRIGATORIO, COORDENADAS   *
      * NOS LIMITES, CEP NUMERICO QUANDO INFORMADO E CNPJ (QUANDO JA   *
      * CONHECIDO) PELO HBSIS003P                                      *
      *----------------------------------------------------------------*
       2210-VALIDA-DADOS               SECTION.

           IF NOME-PROSPECTO-HBSIS052L EQUAL SPACES
              MOVE 1                   TO COD-RETORNO-HBSIS052L
              MOVE "NOME DO PROSPECTO NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS052L
           END-IF

           IF COD-RETORNO-HBSIS052L    EQUAL ZEROS
              IF LATITUDE-HBSIS052L    NOT LESS -90
                 AND LATITUDE-HBSIS052L
                                       NOT GREATER 90
                 AND LONGITUDE-HBSIS052L
                                       NOT LESS -180
                 AND LONGITUDE-HBSIS052L
                                       NOT GREATER 180
                 CONTINUE
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS052L
                 MOVE "LATITUDE/LONGITUDE FORA DO LIMITE"
                                       TO MSG-RETORNO-HBSIS052L
              END-IF
           END-IF

           IF COD-RETORNO-HBSIS052L    EQUAL ZEROS
              AND CEP-HBSIS052L        NOT EQUAL SPACES
              IF CEP-HBSIS052L         IS NUMERIC
                 AND CEP-HBSIS052L     NOT EQUAL "00000000"
                 CONTINUE
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS052L
                 MOVE "CEP INVALIDO"   TO MSG-RETORNO-HBSIS052L
              END-IF
           END-IF

           IF COD-RETORNO-HBSIS052L    EQUAL ZEROS
              AND CNPJ-HBSIS052L       NOT EQUAL ZEROS
              MOVE 2                   TO COD-FUNCAO-HBSIS003
              MOVE CNPJ-HBSIS052L      TO CPF-CNPJ-HBSIS003
              MOVE "V"                 TO COD-ACAO-HBSIS003
              CALL WS-HBSIS003         USING HBSIS003L

              IF COD-RETORNO-HBSIS003  EQUAL ZEROS
                 CONTINUE
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS052L
                 MOVE MSG-RETORNO-HBSIS003
                                       TO MSG-RETORNO-HBSIS052L
              END-IF
           END-IF

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SUGERE O RESPONSAVEL PELO PROSPECTO COM A MESMA SIMULACAO DO   *
      * MENU DE PROSPECTO (HBSIS018P) - POR DISTANCIA, SEM LIMITES     *
      *----------------------------------------------------------------*
       2220-SUGERE-RESPONSAVEL         SECTION.

           INITIALIZE HBSIS018L
           MOVE LATITUDE-HBSIS052L     TO LATITUDE-HBSIS018L
           MOVE LONGITUDE-HBSIS052L    TO LONGITUDE-HBSIS018L
           MOVE "D"                    TO MODO-ATRIBUICAO-HBSIS018L

           CALL WS-HBSIS018            USING HBSIS018L

           IF COD-RETORNO-HBSIS018L    EQUAL ZEROS
              AND COD-VEND-SUGERIDO-HBSIS018L
                                       GREATER ZEROS
              MOVE COD-VEND-SUGERIDO-HBSIS018L
                                       TO COD-VENDEDOR-HBSIS052L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS052L
              MOVE "SEM VENDEDOR SUGERIDO - INFORME O RESP."
                                       TO MSG-RETORNO-HBSIS052L
           END-IF

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA O VENDEDOR RESPONSAVEL E OBTEM A FILIAL DELE, QUE E A   *
      * FILIAL DO PROSPECTO NO FUNIL E DO CLIENTE NA CONVERSAO         *
      *----------------------------------------------------------------*
       2230-VALIDA-RESPONSAVEL         SECTION.

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              MOVE COD-VENDEDOR-HBSIS052L
                                       TO COD-VENDEDOR-HBSIS004C

              READ ARQ-VENDEDOR RECORD
                              KEY IS      COD-VENDEDOR-HBSIS004C

              IF WS-FL-STATUS-VEN      EQUAL ZEROS
                 AND SITUACAO-VENDEDOR-HBSIS004C
                                       NOT EQUAL "I"
                 MOVE COD-FILIAL-HBSIS004C
                                       TO COD-FILIAL-HBSIS052L
              ELSE
                 MOVE 1                TO COD-RETORNO-HBSIS052L
                 MOVE "VENDEDOR NAO CADASTRADO OU INATIVO"
                                       TO MSG-RETORNO-HBSIS052L
              END-IF

              CLOSE ARQ-VENDEDOR
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS052L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE VENDEDOR"
                                       TO MSG-RETORNO-HBSIS052L
           END-IF

           .
       2230-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MOVE OS DADOS DA AREA DE LIGACAO PARA O REGISTRO DO PROSPECTO  *
      *----------------------------------------------------------------*
       2240-MOVE-DADOS-ARQ             SECTION.

           MOVE NOME-PROSPECTO-HBSIS052L
                                       TO NOME-PROSPECTO-HBSIS052C
           MOVE CNPJ-HBSIS052L         TO CNPJ-HBSIS052C
           MOVE LATITUDE-HBSIS052L     TO LATITUDE-HBSIS052C
           MOVE LONGITUDE-HBSIS052L    TO LONGITUDE-HBSIS052C
           MOVE CEP-HBSIS052L          TO CEP-HBSIS052C
           MOVE COD-VENDEDOR-HBSIS052L TO COD-VENDEDOR-HBSIS052C
           MOVE COD-FILIAL-HBSIS052L   TO COD-FILIAL-HBSIS052C

           .
       2240-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE ALTERACAO DOS DADOS DO PROSPECTO - RESPONSAVEL ZERO  *
      * MANTEM O ATUAL; PROSPECTO CONVERTIDO NAO E MAIS ALTERADO       *
      *----------------------------------------------------------------*
       2300-ALTERAR-PROSPECTO          SECTION.

           PERFORM 2050-OPEN-ARQ-PROSPECTO
           PERFORM 2070-LER-PROSPECTO

           IF COD-RETORNO-HBSIS052L    EQUAL ZEROS
              AND SITUACAO-HBSIS052C   EQUAL "C"
              MOVE 1                   TO COD-RETORNO-HBSIS052L
              MOVE "PROSPECTO JA CONVERTIDO EM CLIENTE"
                                       TO MSG-RETORNO-HBSIS052L
           END-IF

           IF COD-RETORNO-HBSIS052L    EQUAL ZEROS
              PERFORM 2210-VALIDA-DADOS
           END-IF

           IF COD-RETORNO-HBSIS052L    EQUAL ZEROS
              IF COD-VENDEDOR-HBSIS052L
                                       EQUAL ZEROS
                 MOVE COD-VENDEDOR-HBSIS052C
                                       TO COD-VENDEDOR-HBSIS052L
                 MOVE COD-FILIAL-HBSIS052C
                                       TO COD-FILIAL-HBSIS052L
              ELSE
                 PERFORM 2230-VALIDA-RESPONSAVEL
              END-IF
           END-IF

           IF COD-RETORNO-HBSIS052L    EQUAL ZEROS
              MOVE ARQ-HBSIS052C       TO WS-IMAGEM-ANTERIOR
              PERFORM 2240-MOVE-DADOS-ARQ
              MOVE COD-OPERADOR-HBSIS052L
                                       TO COD-OPERADOR-HBSIS052C

              REWRITE ARQ-HBSIS052C

              IF WS-FL-STATUS-PRO      EQUAL ZEROS
                 MOVE WS-IMAGEM-ANTERIOR
                                       TO AUD-VALOR-ANTIGO
                 MOVE ARQ-HBSIS052C    TO AUD-VALOR-NOVO
                 MOVE "PROSP-ALT"      TO AUD-FUNCAO
                 PERFORM 2600-GRAVA-AUDITORIA
                 PERFORM 2080-DEVOLVE-PROSPECTO
                 MOVE ZEROS            TO COD-RETORNO-HBSIS052L
                 MOVE "PROSPECTO ALTERADO COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS052L
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS052L
                 MOVE "ERRO AO REGRAVAR O PROSPECTO"
                                       TO MSG-RETORNO-HBSIS052L
              END-IF
           END-IF

           PERFORM 2060-CLOSE-ARQ-PROSPECTO

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE ALTERACAO DA SITUACAO DO PROSPECTO NO FUNIL (N, V, E *
      * OU P) - A SITUACAO C SO E DADA PELA CONVERSAO                  *
      *----------------------------------------------------------------*
       2400-ALTERAR-SITUACAO           SECTION.

           IF SITUACAO-HBSIS052L       EQUAL "N" OR "V" OR "E" OR "P"
              CONTINUE
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS052L
              MOVE "SITUACAO INVALIDA (N, V, E OU P)"
                                       TO MSG-RETORNO-HBSIS052L
           END-IF

           IF COD-RETORNO-HBSIS052L    EQUAL ZEROS
              PERFORM 2050-OPEN-ARQ-PROSPECTO
              PERFORM 2070-LER-PROSPECTO

              IF COD-RETORNO-HBSIS052L EQUAL ZEROS
                 AND SITUACAO-HBSIS052C
                                       EQUAL "C"
                 MOVE 1                TO COD-RETORNO-HBSIS052L
                 MOVE "PROSPECTO JA CONVERTIDO EM CLIENTE"
                                       TO MSG-RETORNO-HBSIS052L
              END-IF

              IF COD-RETORNO-HBSIS052L EQUAL ZEROS
                 MOVE ARQ-HBSIS052C    TO WS-IMAGEM-ANTERIOR
                 MOVE SITUACAO-HBSIS052L
                                       TO SITUACAO-HBSIS052C
                 MOVE WS-DATA-HOJE     TO DATA-SITUACAO-HBSIS052C
                 MOVE COD-OPERADOR-HBSIS052L
                                       TO COD-OPERADOR-HBSIS052C

                 REWRITE ARQ-HBSIS052C

                 IF WS-FL-STATUS-PRO   EQUAL ZEROS
                    MOVE WS-IMAGEM-ANTERIOR
                                       TO AUD-VALOR-ANTIGO
                    MOVE ARQ-HBSIS052C TO AUD-VALOR-NOVO
                    MOVE "PROSP-SIT"   TO AUD-FUNCAO
                    PERFORM 2600-GRAVA-AUDITORIA
                    PERFORM 2080-DEVOLVE-PROSPECTO
                    MOVE ZEROS         TO COD-RETORNO-HBSIS052L
                    MOVE "SITUACAO DO PROSPECTO ALTERADA"
                                       TO MSG-RETORNO-HBSIS052L
                 ELSE
                    MOVE 9             TO COD-RETORNO-HBSIS052L
                    MOVE "ERRO AO REGRAVAR O PROSPECTO"
                                       TO MSG-RETORNO-HBSIS052L
                 END-IF
              END-IF

              PERFORM 2060-CLOSE-ARQ-PROSPECTO
           END-IF

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE CONVERSAO DO PROSPECTO EM CLIENTE - O CLIENTE E      *
      * INCLUIDO PELO HBSIS002P (FUNCAO INCLUIR) COM O CODIGO          *
      * INFORMADO, E O RESPONSAVEL PELO PROSPECTO E GRAVADO COMO       *
      * CARTEIRA FIXA DO CLIENTE PELO HBSIS012P ATE O FIM DA CARENCIA  *
      *----------------------------------------------------------------*
       2500-CONVERTER-PROSPECTO        SECTION.

           MOVE COD-CLIENTE-HBSIS052L  TO WS-COD-CLIENTE-NOVO

           PERFORM 2050-OPEN-ARQ-PROSPECTO
           PERFORM 2070-LER-PROSPECTO
           PERFORM 2060-CLOSE-ARQ-PROSPECTO

           IF COD-RETORNO-HBSIS052L    EQUAL ZEROS
              PERFORM 2505-CONFERE-CONVERSAO
           END-IF

           IF COD-RETORNO-HBSIS052L    EQUAL ZEROS
              PERFORM 2510-INCLUI-CLIENTE
           END-IF

           IF COD-RETORNO-HBSIS052L    EQUAL ZEROS
              PERFORM 2520-GRAVA-CARTEIRA-FIXA
              PERFORM 2530-REGRAVA-CONVERTIDO
           END-IF

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE SE O PROSPECTO PODE SER CONVERTIDO - SITUACAO ABERTA   *
      * NO FUNIL, CNPJ CONHECIDO E CODIGO DO NOVO CLIENTE INFORMADO    *
      *----------------------------------------------------------------*
       2505-CONFERE-CONVERSAO          SECTION.

           EVALUATE TRUE
               WHEN SITUACAO-HBSIS052C EQUAL "C"
                    MOVE 1             TO COD-RETORNO-HBSIS052L
                    MOVE "PROSPECTO JA CONVERTIDO EM CLIENTE"
                                       TO MSG-RETORNO-HBSIS052L
               WHEN SITUACAO-HBSIS052C EQUAL "P"
                    MOVE 1             TO COD-RETORNO-HBSIS052L
                    MOVE "PROSPECTO PERDIDO - REABRA A SITUACAO"
                                       TO MSG-RETORNO-HBSIS052L
               WHEN CNPJ-HBSIS052C     EQUAL ZEROS
                    MOVE 1             TO COD-RETORNO-HBSIS052L
                    MOVE "CNPJ OBRIGATORIO PARA A CONVERSAO"
                                       TO MSG-RETORNO-HBSIS052L
               WHEN WS-COD-CLIENTE-NOVO
                                       EQUAL ZEROS
                    MOVE 1             TO COD-RETORNO-HBSIS052L
                    MOVE "CODIGO DO NOVO CLIENTE NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS052L
           END-EVALUATE

           .
       2505-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INCLUI O CLIENTE PELO HBSIS002P COM OS DADOS DO PROSPECTO -    *
      * QUALQUER RECUSA DO CADASTRO E DEVOLVIDA AO CHAMADOR            *
      *----------------------------------------------------------------*
       2510-INCLUI-CLIENTE             SECTION.

           INITIALIZE HBSIS002L
           MOVE 1                      TO COD-FUNCAO-HBSIS002
           MOVE WS-COD-CLIENTE-NOVO    TO COD-CLIENTE-HBSIS002
           MOVE CNPJ-HBSIS052C         TO CNPJ-HBSIS002
           MOVE NOME-PROSPECTO-HBSIS052C
                                       TO RAZAO-SOCIAL-HBSIS002
           MOVE LATITUDE-HBSIS052C     TO LATITUDE-CLI-HBSIS002
           MOVE LONGITUDE-HBSIS052C    TO LONGITUDE-CLI-HBSIS002
           MOVE CEP-HBSIS052C          TO CEP-HBSIS002
           MOVE COD-FILIAL-HBSIS052C   TO COD-FILIAL-HBSIS002
           MOVE COD-OPERADOR-HBSIS052L TO COD-OPERADOR-HBSIS002

           CALL WS-HBSIS002            USING HBSIS002L

           IF COD-RETORNO-HBSIS002     EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE COD-RETORNO-HBSIS002
                                       TO COD-RETORNO-HBSIS052L
              MOVE MSG-RETORNO-HBSIS002
                                       TO MSG-RETORNO-HBSIS052L
           END-IF

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O RESPONSAVEL PELO PROSPECTO COMO CARTEIRA FIXA DO NOVO  *
      * CLIENTE E CALCULA O FIM DA CARENCIA (DIAS INFORMADOS OU O      *
      * PADRAO DE 90 DIAS)                                             *
      *----------------------------------------------------------------*
       2520-GRAVA-CARTEIRA-FIXA        SECTION.

           INITIALIZE HBSIS012L
           MOVE 1                      TO COD-FUNCAO-HBSIS012L
           MOVE WS-COD-CLIENTE-NOVO    TO COD-CLIENTE-HBSIS012L
           MOVE COD-VENDEDOR-HBSIS052C TO COD-VENDEDOR-HBSIS012L

           CALL WS-HBSIS012            USING HBSIS012L

           IF COD-RETORNO-HBSIS012L    EQUAL ZEROS
              MOVE "S"                 TO WS-CARTEIRA-GRAVADA

              IF DIAS-CARENCIA-HBSIS052L
                                       GREATER ZEROS
                 MOVE DIAS-CARENCIA-HBSIS052L
                                       TO WS-DIAS-CARENCIA
              ELSE
                 MOVE WS-DIAS-CARENCIA-PADRAO
                                       TO WS-DIAS-CARENCIA
              END-IF

              COMPUTE WS-INT-CARENCIA =
                      FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
                                                (WS-DATA-HOJE))
                    + WS-DIAS-CARENCIA
              COMPUTE WS-DATA-CARENCIA-NUM =
                      FUNCTION DATE-OF-INTEGER (WS-INT-CARENCIA)
           ELSE
              MOVE "N"                 TO WS-CARTEIRA-GRAVADA
           END-IF

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGRAVA O PROSPECTO COMO CONVERTIDO, COM O CLIENTE GERADO E O  *
      * FIM DA CARENCIA - SEM CARTEIRA FIXA GRAVADA, A CARENCIA JA     *
      * NASCE ENCERRADA E O CHAMADOR E AVISADO                         *
      *----------------------------------------------------------------*
       2530-REGRAVA-CONVERTIDO         SECTION.

           PERFORM 2050-OPEN-ARQ-PROSPECTO
           PERFORM 2070-LER-PROSPECTO

           IF COD-RETORNO-HBSIS052L    EQUAL ZEROS
              MOVE ARQ-HBSIS052C       TO WS-IMAGEM-ANTERIOR
              MOVE "C"                 TO SITUACAO-HBSIS052C
              MOVE WS-DATA-HOJE        TO DATA-SITUACAO-HBSIS052C
                                          DATA-CONVERSAO-HBSIS052C
              MOVE WS-COD-CLIENTE-NOVO TO COD-CLIENTE-HBSIS052C
              MOVE COD-OPERADOR-HBSIS052L
                                       TO COD-OPERADOR-HBSIS052C

              IF WS-CARTEIRA-GRAVADA   EQUAL "S"
                 MOVE WS-DATA-CARENCIA-NUM
                                       TO DATA-FIM-CARENCIA-HBSIS052C
                 MOVE "N"              TO CARENCIA-ENCERRADA-HBSIS052C
              ELSE
                 MOVE SPACES           TO DATA-FIM-CARENCIA-HBSIS052C
                 MOVE "S"              TO CARENCIA-ENCERRADA-HBSIS052C
              END-IF

              REWRITE ARQ-HBSIS052C

              IF WS-FL-STATUS-PRO      EQUAL ZEROS
                 MOVE WS-IMAGEM-ANTERIOR
                                       TO AUD-VALOR-ANTIGO
                 MOVE ARQ-HBSIS052C    TO AUD-VALOR-NOVO
                 MOVE "PROSP-CNV"      TO AUD-FUNCAO
                 PERFORM 2600-GRAVA-AUDITORIA
                 PERFORM 2080-DEVOLVE-PROSPECTO
                 MOVE ZEROS            TO COD-RETORNO-HBSIS052L

                 IF WS-CARTEIRA-GRAVADA
                                       EQUAL "S"
                    MOVE "PROSPECTO CONVERTIDO EM CLIENTE"
                                       TO MSG-RETORNO-HBSIS052L
                 ELSE
                    MOVE "CONVERTIDO - CARTEIRA FIXA NAO GRAVADA"
                                       TO MSG-RETORNO-HBSIS052L
                 END-IF
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS052L
                 MOVE "CLIENTE GERADO - ERRO AO REGRAVAR PROSP."
                                       TO MSG-RETORNO-HBSIS052L
              END-IF
           END-IF

           PERFORM 2060-CLOSE-ARQ-PROSPECTO

           .
       2530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA DO PROSPECTO         *
      *----------------------------------------------------------------*
       2600-GRAVA-AUDITORIA            SECTION.

           ACCEPT WS-AUD-DATA          FROM DATE YYYYMMDD
           ACCEPT WS-AUD-HORA          FROM TIME

           STRING WS-AUD-DATA          DELIMITED BY SIZE
                  WS-AUD-HORA (1:6)    DELIMITED BY SIZE
                                  INTO AUD-DATA-HORA

           MOVE "HBSIS052P"            TO AUD-PROGRAMA
           MOVE COD-PROSPECTO-HBSIS052C
                                       TO AUD-CODIGO
           MOVE COD-OPERADOR-HBSIS052L TO AUD-OPERADOR

           MOVE 0                      TO COD-FUNCAO-HBSIS061L
           MOVE REG-AUDITORIA          TO REG-AUDITORIA-HBSIS061L

           CALL WS-HBSIS061            USING HBSIS061L

           IF COD-RETORNO-HBSIS061L    EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS052L
              MOVE MSG-RETORNO-HBSIS061L
                                       TO MSG-RETORNO-HBSIS052L
              PERFORM 2060-CLOSE-ARQ-PROSPECTO
              PERFORM 3000-FINALIZA
           END-IF

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS052P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS052P.
      *----------------------------------------------------------------*
