       01  WS-CAD-OPCAO                PIC  9(001)         VALUE 9.
       01  WS-REL-OPCAO                PIC  9(001)         VALUE ZEROS.
       01  WS-EXE-OPCAO                PIC  9(001)         VALUE ZEROS.
       01  WS-IDX-LOJA                 PIC  9(002)         VALUE ZEROS.
       01  WS-IDX-ETAPA-FEC            PIC  9(002)         VALUE ZEROS.
       01  WS-IDX-RASTRO               PIC  9(002)         VALUE ZEROS.
       01  WS-ED-RAS-DISTANCIA         PIC  ZZZZZZZZ9,99.
       01  WS-ED-RAS-CUSTO             PIC  ZZZZZZZZ9,99.
       01  WS-IDX-CATALOGO             PIC  9(002)         VALUE ZEROS.
      *----------------------------------------------------------------*
      * AREAS DE COMUNICAÇÃO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
           'HBSIS039P'.

       COPY HBSIS039L.

       01  WS-HBSIS042                 PIC  X(009)         VALUE
           'HBSIS042P'.

       COPY HBSIS042L.

       01  WS-HBSIS044                 PIC  X(009)         VALUE
           'HBSIS044P'.

       COPY HBSIS044L.

       01  WS-HBSIS050                 PIC  X(009)         VALUE
           'HBSIS050P'.

       COPY HBSIS050L.

       01  WS-HBSIS052                 PIC  X(009)         VALUE
           'HBSIS052P'.

       COPY HBSIS052L.

       01  WS-HBSIS054                 PIC  X(009)         VALUE
           'HBSIS054P'.

       COPY HBSIS054L.

       01  WS-HBSIS056                 PIC  X(009)         VALUE
           'HBSIS056P'.

       COPY HBSIS056L.

       01  WS-HBSIS059                 PIC  X(009)         VALUE
           'HBSIS059P'.

       COPY HBSIS059L.

       01  WS-HBSIS066                 PIC  X(009)         VALUE
           'HBSIS066P'.

       COPY HBSIS066L.

       01  WS-HBSIS069                 PIC  X(009)         VALUE
           'HBSIS069P'.

       COPY HBSIS069L.

       01  WS-HBSIS071                 PIC  X(009)         VALUE
           'HBSIS071P'.

       COPY HBSIS071L.

       01  WS-HBSIS075                 PIC  X(009)         VALUE
           'HBSIS075P'.

       COPY HBSIS075L.

       01  WS-HBSIS078                 PIC  X(009)         VALUE
           'HBSIS078P'.

       COPY HBSIS078L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
                                       UPON CONSOLE
           DISPLAY " 17 - CONSULTA CLIENTE 360"
                                       UPON CONSOLE
           DISPLAY " 18 - TRANSFERENCIA DE CLIENTE ENTRE VENDEDORES"
                                       UPON CONSOLE
           DISPLAY " 19 - METAS MENSAIS POR VENDEDOR"
                                       UPON CONSOLE
           DISPLAY " 20 - CORRECAO DE COORDENADA DE CLIENTE"
                                       UPON CONSOLE
           DISPLAY " 21 - PROSPECTOS (FUNIL DE VENDAS)"
                                       UPON CONSOLE
           DISPLAY " 22 - CONTROLE DO CICLO NOTURNO"
                                       UPON CONSOLE
           DISPLAY " 23 - LINHAS DE NEGOCIO (VENDEDOR/CLIENTE)"
                                       UPON CONSOLE
           DISPLAY " 24 - DADOS PESSOAIS DE VENDEDOR (LGPD)"
                                       UPON CONSOLE
           DISPLAY " 25 - REDES DE CLIENTES (KEY ACCOUNT)"
                                       UPON CONSOLE
           DISPLAY " 26 - FECHAMENTO MENSAL"
                                       UPON CONSOLE
           DISPLAY " 27 - RASTRO DA ATRIBUICAO POR CLIENTE"
                                       UPON CONSOLE
           DISPLAY " 28 - CATALOGO E REIMPRESSAO DE RELATORIOS"
                                       UPON CONSOLE
           DISPLAY " 29 - CONTATO E JANELA DE VISITA DO CLIENTE"
                                       UPON CONSOLE
           DISPLAY "  0 - SAIR"        UPON CONSOLE
           DISPLAY "DIGITE A OPCAO DESEJADA:"
                                       UPON CONSOLE
                    PERFORM 2997-MENU-CALENDARIO
               WHEN 17
                    PERFORM 2998-MENU-CLIENTE-360
               WHEN 18
                    PERFORM 4000-MENU-TRANSFERENCIA
               WHEN 19
                    PERFORM 4100-MENU-META
               WHEN 20
                    PERFORM 4200-MENU-COORDENADA
               WHEN 21
                    PERFORM 4300-MENU-PROSPECTO
               WHEN 22
                    PERFORM 4400-MENU-CICLO
               WHEN 23
                    PERFORM 4500-MENU-LINHA
               WHEN 24
                    PERFORM 4600-MENU-LGPD
               WHEN 25
                    PERFORM 4700-MENU-REDE
               WHEN 26
                    PERFORM 4800-MENU-FECHAMENTO
               WHEN 27
                    PERFORM 4900-MENU-RASTRO
               WHEN 28
                    PERFORM 5000-MENU-CATALOGO
               WHEN 29
                    PERFORM 5100-MENU-JANELA
               WHEN 0
                    CONTINUE
               WHEN OTHER
                                          QTD-PARTICOES-HBSIS007L
                                          FAIXA-CLI-INI-HBSIS007L
                                          FAIXA-CLI-FIM-HBSIS007L
                                          CENARIO-HBSIS007L
           MOVE "N"                    TO RASTRO-HBSIS007L

           DISPLAY "LIMITE DE CLIENTES POR VENDEDOR (0 = SEM LIMITE):"
                                       UPON CONSOLE
           DISPLAY "FILIAL DA EXECUCAO (0 = TODAS):"
                                       UPON CONSOLE
           ACCEPT FILIAL-HBSIS007L     FROM CONSOLE
           DISPLAY "GRAVAR RASTRO DA ATRIBUICAO (S/N):"
                                       UPON CONSOLE
           ACCEPT RASTRO-HBSIS007L     FROM CONSOLE

           .
       2510-EXIT.
           DISPLAY "SELECIONADOS: " QTD-SELECIONADOS-HBSIS011L
                                       UPON CONSOLE

           EVALUATE INTEGRIDADE-HBSIS011L
               WHEN "S"
                    DISPLAY "TRILHA DO PERIODO INTEGRA"
                                       UPON CONSOLE
               WHEN "N"
                    DISPLAY "TRILHA DO PERIODO NAO CONFERE: "
                            QTD-OCORRENCIAS-HBSIS011L
                            " OCORRENCIAS - VER RelVerifAuditoria"
                                       UPON CONSOLE
               WHEN OTHER
                    DISPLAY "TRILHA DO PERIODO NAO VERIFICADA"
                                       UPON CONSOLE
           END-EVALUATE

           .
       2600-EXIT.
           EXIT.
                                       UPON CONSOLE
                 DISPLAY "VEND. FIXO..: " VENDEDOR-FIXO-HBSIS039L
                                       UPON CONSOLE
                 DISPLAY "CONTATO.....: " CONTATO-NOME-HBSIS039L
                         " " CONTATO-FONE-HBSIS039L
                                       UPON CONSOLE
                 DISPLAY "JANELA......: " JANELA-VISITA-HBSIS039L
                                       UPON CONSOLE
                 DISPLAY "PENDENTE....: " PENDENTE-HBSIS039L
                         " " MOTIVO-PENDENTE-HBSIS039L
                                       UPON CONSOLE
                 DISPLAY "HISTORICO...: " QTD-HISTORICO-HBSIS039L
                         "  EVENTOS AUDIT: " QTD-AUDITORIA-HBSIS039L
                                       UPON CONSOLE
                 DISPLAY "RASTRO......: " QTD-RASTRO-HBSIS039L
                         " REGISTROS DE CANDIDATOS NA DATA"
                                       UPON CONSOLE
                 DISPLAY "QUADRO COMPLETO NO RelCliente360"
                                       UPON CONSOLE
              END-IF
       2998-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOLICITACAO DE TRANSFERENCIA DE CLIENTE ENTRE VENDEDORES - A   *
      * APROVACAO EXIGE OS SUPERVISORES DE ORIGEM E DE DESTINO; A      *
      * TRANSFERENCIA APROVADA E EFETIVADA NA CARTEIRA FIXA PELO CICLO *
      * NOTURNO (HBSIS043P) NA DATA EFETIVA                            *
      *----------------------------------------------------------------*
       4000-MENU-TRANSFERENCIA         SECTION.

           DISPLAY "  1 - CONSULTAR SOLICITACAO"
                                       UPON CONSOLE
           DISPLAY "  2 - INCLUIR SOLICITACAO"
                                       UPON CONSOLE
           DISPLAY "  3 - APROVAR (SUPERVISOR)"
                                       UPON CONSOLE
           DISPLAY "  4 - REJEITAR (SUPERVISOR)"
                                       UPON CONSOLE
           DISPLAY "  5 - CANCELAR SOLICITACAO"
                                       UPON CONSOLE
           DISPLAY "  6 - RELATORIO DE PENDENTES POR SUPERVISOR"
                                       UPON CONSOLE
           DISPLAY "  0 - VOLTAR"      UPON CONSOLE
           DISPLAY "DIGITE A OPCAO DESEJADA:"
                                       UPON CONSOLE
           ACCEPT WS-CAD-OPCAO         FROM CONSOLE

           IF WS-CAD-OPCAO             NOT EQUAL 0
              EVALUATE WS-CAD-OPCAO
                  WHEN 2
                  WHEN 5
                       MOVE "M"        TO WS-NIVEL-EXIGIDO
                  WHEN 3
                  WHEN 4
                       MOVE "S"        TO WS-NIVEL-EXIGIDO
                  WHEN OTHER
                       MOVE "C"        TO WS-NIVEL-EXIGIDO
              END-EVALUATE

              PERFORM 1200-VERIFICA-AUTORIZACAO
           END-IF

           IF WS-CAD-OPCAO             NOT EQUAL 0
              AND WS-AUTORIZADO        EQUAL "S"
              INITIALIZE HBSIS042L
              MOVE WS-COD-OPERADOR     TO COD-OPERADOR-HBSIS042L

              IF WS-CAD-OPCAO          EQUAL 2
                 DISPLAY "CODIGO DO CLIENTE:"
                                       UPON CONSOLE
                 ACCEPT COD-CLIENTE-HBSIS042L FROM CONSOLE
                 DISPLAY "VENDEDOR DE ORIGEM:"
                                       UPON CONSOLE
                 ACCEPT VEND-ORIGEM-HBSIS042L FROM CONSOLE
                 DISPLAY "VENDEDOR DE DESTINO:"
                                       UPON CONSOLE
                 ACCEPT VEND-DESTINO-HBSIS042L FROM CONSOLE
                 DISPLAY "MOTIVO:"     UPON CONSOLE
                 ACCEPT MOTIVO-HBSIS042L FROM CONSOLE
                 DISPLAY "DATA EFETIVA (AAAAMMDD):"
                                       UPON CONSOLE
                 ACCEPT DATA-EFETIVA-HBSIS042L FROM CONSOLE
              END-IF

              IF WS-CAD-OPCAO          EQUAL 1 OR 3 OR 4 OR 5
                 DISPLAY "NUMERO DA SOLICITACAO:"
                                       UPON CONSOLE
                 ACCEPT NUM-SOLIC-HBSIS042L FROM CONSOLE
              END-IF

              IF WS-CAD-OPCAO          EQUAL 3 OR 4
                 DISPLAY "CODIGO DO SUPERVISOR:"
                                       UPON CONSOLE
                 ACCEPT COD-SUPERVISOR-HBSIS042L FROM CONSOLE
              END-IF

              COMPUTE COD-FUNCAO-HBSIS042L = WS-CAD-OPCAO - 1
              CALL WS-HBSIS042         USING HBSIS042L

              DISPLAY "COD-RETORNO: " COD-RETORNO-HBSIS042L
                                       UPON CONSOLE
              DISPLAY MSG-RETORNO-HBSIS042L
                                       UPON CONSOLE

              IF COD-RETORNO-HBSIS042L EQUAL ZEROS
                 IF WS-CAD-OPCAO       EQUAL 6
                    DISPLAY "PENDENTES...: " QTD-ABERTAS-HBSIS042L
                                       UPON CONSOLE
                 ELSE
                    DISPLAY "SOLICITACAO.: " NUM-SOLIC-HBSIS042L
                            "  CLIENTE: " COD-CLIENTE-HBSIS042L
                                       UPON CONSOLE
                    DISPLAY "VENDEDORES..: " VEND-ORIGEM-HBSIS042L
                            " -> " VEND-DESTINO-HBSIS042L
                            "  EFETIVA: " DATA-EFETIVA-HBSIS042L
                                       UPON CONSOLE
                    DISPLAY "SUP. ORIGEM.: " SUP-ORIGEM-HBSIS042L
                            " " APROV-ORIGEM-HBSIS042L
                            "  SUP. DESTINO: " SUP-DESTINO-HBSIS042L
                            " " APROV-DESTINO-HBSIS042L
                                       UPON CONSOLE
                    DISPLAY "SITUACAO....: " SITUACAO-HBSIS042L
                                       UPON CONSOLE
                 END-IF
              END-IF
           END-IF

           .
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MANUTENCAO DAS METAS MENSAIS POR VENDEDOR (VOLUME E CLIENTES   *
      * ATIVOS) - O ATINGIMENTO SAI NO RelAtingimentoMeta APOS A CARGA *
      * DE VENDAS (HBSIS22D)                                           *
      *----------------------------------------------------------------*
       4100-MENU-META                  SECTION.

           DISPLAY "  1 - CONSULTAR"   UPON CONSOLE
           DISPLAY "  2 - INCLUIR"     UPON CONSOLE
           DISPLAY "  3 - ALTERAR"     UPON CONSOLE
           DISPLAY "  4 - EXCLUIR"     UPON CONSOLE
           DISPLAY "  0 - VOLTAR"      UPON CONSOLE
           DISPLAY "DIGITE A OPCAO DESEJADA:"
                                       UPON CONSOLE
           ACCEPT WS-CAD-OPCAO         FROM CONSOLE

           IF WS-CAD-OPCAO             NOT EQUAL 0
              IF WS-CAD-OPCAO          EQUAL 1
                 MOVE "C"              TO WS-NIVEL-EXIGIDO
              ELSE
                 MOVE "M"              TO WS-NIVEL-EXIGIDO
              END-IF

              PERFORM 1200-VERIFICA-AUTORIZACAO
           END-IF

           IF WS-CAD-OPCAO             NOT EQUAL 0
              AND WS-AUTORIZADO        EQUAL "S"
              MOVE ZEROS               TO COD-VENDEDOR-HBSIS044L
                                          ANO-MES-HBSIS044L
                                          VOLUME-META-HBSIS044L
                                          QTD-CLI-META-HBSIS044L

              DISPLAY "CODIGO DO VENDEDOR:"
                                       UPON CONSOLE
              ACCEPT COD-VENDEDOR-HBSIS044L FROM CONSOLE
              DISPLAY "ANO/MES DA META (AAAAMM):"
                                       UPON CONSOLE
              ACCEPT ANO-MES-HBSIS044L FROM CONSOLE

              IF WS-CAD-OPCAO          EQUAL 2 OR 3
                 DISPLAY "META DE VOLUME:"
                                       UPON CONSOLE
                 ACCEPT VOLUME-META-HBSIS044L FROM CONSOLE
                 DISPLAY "META DE CLIENTES ATIVOS:"
                                       UPON CONSOLE
                 ACCEPT QTD-CLI-META-HBSIS044L FROM CONSOLE
              END-IF

              COMPUTE COD-FUNCAO-HBSIS044L = WS-CAD-OPCAO - 1
              CALL WS-HBSIS044         USING HBSIS044L

              DISPLAY "COD-RETORNO: " COD-RETORNO-HBSIS044L
                                       UPON CONSOLE
              DISPLAY MSG-RETORNO-HBSIS044L
                                       UPON CONSOLE

              IF COD-FUNCAO-HBSIS044L  EQUAL 0
                 AND COD-RETORNO-HBSIS044L
                                       EQUAL ZEROS
                 DISPLAY "META VOLUME.: " VOLUME-META-HBSIS044L
                                       UPON CONSOLE
                 DISPLAY "META CLIENTE: " QTD-CLI-META-HBSIS044L
                                       UPON CONSOLE
              END-IF
           END-IF

           .
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROPOSTAS DE CORRECAO DE COORDENADA DE CLIENTE GERADAS PELOS   *
      * CHECK-INS DO APLICATIVO (HBSIS051P) - O SUPERVISOR APROVA E A  *
      * COORDENADA E GRAVADA NO CADASTRO, OU RECUSA                    *
      *----------------------------------------------------------------*
       4200-MENU-COORDENADA            SECTION.

           DISPLAY "  1 - CONSULTAR PROPOSTA"
                                       UPON CONSOLE
           DISPLAY "  2 - APROVAR (SUPERVISOR)"
                                       UPON CONSOLE
           DISPLAY "  3 - RECUSAR (SUPERVISOR)"
                                       UPON CONSOLE
           DISPLAY "  0 - VOLTAR"      UPON CONSOLE
           DISPLAY "DIGITE A OPCAO DESEJADA:"
                                       UPON CONSOLE
           ACCEPT WS-CAD-OPCAO         FROM CONSOLE

           IF WS-CAD-OPCAO             NOT EQUAL 0
              IF WS-CAD-OPCAO          EQUAL 1
                 MOVE "C"              TO WS-NIVEL-EXIGIDO
              ELSE
                 MOVE "S"              TO WS-NIVEL-EXIGIDO
              END-IF

              PERFORM 1200-VERIFICA-AUTORIZACAO
           END-IF

           IF WS-CAD-OPCAO             NOT EQUAL 0
              AND WS-AUTORIZADO        EQUAL "S"
              INITIALIZE HBSIS050L
              MOVE WS-COD-OPERADOR     TO COD-OPERADOR-HBSIS050L

              DISPLAY "CODIGO DO CLIENTE:"
                                       UPON CONSOLE
              ACCEPT COD-CLIENTE-HBSIS050L FROM CONSOLE

              IF WS-CAD-OPCAO          EQUAL 2 OR 3
                 DISPLAY "CODIGO DO SUPERVISOR:"
                                       UPON CONSOLE
                 ACCEPT COD-SUPERVISOR-HBSIS050L FROM CONSOLE
              END-IF

              COMPUTE COD-FUNCAO-HBSIS050L = WS-CAD-OPCAO - 1
              CALL WS-HBSIS050         USING HBSIS050L

              DISPLAY "COD-RETORNO: " COD-RETORNO-HBSIS050L
                                       UPON CONSOLE
              DISPLAY MSG-RETORNO-HBSIS050L
                                       UPON CONSOLE

              IF COD-RETORNO-HBSIS050L EQUAL ZEROS
                 DISPLAY "CADASTRO....: " LAT-ATUAL-HBSIS050L
                         " / " LON-ATUAL-HBSIS050L
                                       UPON CONSOLE
                 DISPLAY "PROPOSTA....: " LAT-PROPOSTA-HBSIS050L
                         " / " LON-PROPOSTA-HBSIS050L
                                       UPON CONSOLE
                 DISPLAY "CHECK-INS...: " QTD-CHECKIN-HBSIS050L
                         "  DISTANCIA (M): " DISTANCIA-HBSIS050L
                                       UPON CONSOLE
                 DISPLAY "VENDEDOR....: " COD-VENDEDOR-HBSIS050L
                         "  SUPERVISOR: " SUP-PROPOSTA-HBSIS050L
                                       UPON CONSOLE
                 DISPLAY "SITUACAO....: " SITUACAO-HBSIS050L
                         "  GERADA EM: " DATA-PROPOSTA-HBSIS050L
                                       UPON CONSOLE
              END-IF
           END-IF

           .
       4200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CADASTRO DE PROSPECTOS (FUNIL DE VENDAS) - NA INCLUSAO SEM     *
      * RESPONSAVEL O HBSIS052P ASSUME O MELHOR CANDIDATO DA SIMULACAO *
      * DE PROSPECTO; A CONVERSAO INCLUI O CLIENTE E A CARTEIRA FIXA   *
      *----------------------------------------------------------------*
       4300-MENU-PROSPECTO             SECTION.

           DISPLAY "  1 - CONSULTAR PROSPECTO"
                                       UPON CONSOLE
           DISPLAY "  2 - INCLUIR PROSPECTO"
                                       UPON CONSOLE
           DISPLAY "  3 - ALTERAR DADOS DO PROSPECTO"
                                       UPON CONSOLE
           DISPLAY "  4 - ALTERAR SITUACAO DO PROSPECTO"
                                       UPON CONSOLE
           DISPLAY "  5 - CONVERTER PROSPECTO EM CLIENTE"
                                       UPON CONSOLE
           DISPLAY "  0 - VOLTAR"      UPON CONSOLE
           DISPLAY "DIGITE A OPCAO DESEJADA:"
                                       UPON CONSOLE
           ACCEPT WS-CAD-OPCAO         FROM CONSOLE

           IF WS-CAD-OPCAO             NOT EQUAL 0
              IF WS-CAD-OPCAO          EQUAL 1
                 MOVE "C"              TO WS-NIVEL-EXIGIDO
              ELSE
                 MOVE "M"              TO WS-NIVEL-EXIGIDO
              END-IF

              PERFORM 1200-VERIFICA-AUTORIZACAO
           END-IF

           IF WS-CAD-OPCAO             NOT EQUAL 0
              AND WS-AUTORIZADO        EQUAL "S"
              INITIALIZE HBSIS052L
              MOVE WS-COD-OPERADOR     TO COD-OPERADOR-HBSIS052L

              DISPLAY "CODIGO DO PROSPECTO:"
                                       UPON CONSOLE
              ACCEPT COD-PROSPECTO-HBSIS052L FROM CONSOLE

              IF WS-CAD-OPCAO          EQUAL 2 OR 3
                 DISPLAY "NOME DO PROSPECTO:"
                                       UPON CONSOLE
                 ACCEPT NOME-PROSPECTO-HBSIS052L FROM CONSOLE
                 DISPLAY "CNPJ (0 = AINDA NAO CONHECIDO):"
                                       UPON CONSOLE
                 ACCEPT CNPJ-HBSIS052L FROM CONSOLE
                 DISPLAY "LATITUDE:"   UPON CONSOLE
                 ACCEPT LATITUDE-HBSIS052L FROM CONSOLE
                 DISPLAY "LONGITUDE:"  UPON CONSOLE
                 ACCEPT LONGITUDE-HBSIS052L FROM CONSOLE
                 DISPLAY "CEP:"        UPON CONSOLE
                 ACCEPT CEP-HBSIS052L  FROM CONSOLE
                 IF WS-CAD-OPCAO       EQUAL 2
                    DISPLAY "VENDEDOR RESPONSAVEL (0 = SUGESTAO):"
                                       UPON CONSOLE
                 ELSE
                    DISPLAY "VENDEDOR RESPONSAVEL (0 = MANTER):"
                                       UPON CONSOLE
                 END-IF
                 ACCEPT COD-VENDEDOR-HBSIS052L FROM CONSOLE
              END-IF

              IF WS-CAD-OPCAO          EQUAL 4
                 DISPLAY "SITUACAO (N = NOVO, V = VISITADO, "
                         "E = EM NEGOCIACAO, P = PERDIDO):"
                                       UPON CONSOLE
                 ACCEPT SITUACAO-HBSIS052L FROM CONSOLE
              END-IF

              IF WS-CAD-OPCAO          EQUAL 5
                 DISPLAY "CODIGO DO NOVO CLIENTE:"
                                       UPON CONSOLE
                 ACCEPT COD-CLIENTE-HBSIS052L FROM CONSOLE
                 DISPLAY "DIAS DE CARENCIA DA CARTEIRA FIXA "
                         "(0 = 90):"   UPON CONSOLE
                 ACCEPT DIAS-CARENCIA-HBSIS052L FROM CONSOLE
              END-IF

              COMPUTE COD-FUNCAO-HBSIS052L = WS-CAD-OPCAO - 1
              CALL WS-HBSIS052         USING HBSIS052L

              DISPLAY "COD-RETORNO: " COD-RETORNO-HBSIS052L
                                       UPON CONSOLE
              DISPLAY MSG-RETORNO-HBSIS052L
                                       UPON CONSOLE

              IF COD-RETORNO-HBSIS052L EQUAL ZEROS
                 DISPLAY "NOME........: " NOME-PROSPECTO-HBSIS052L
                                       UPON CONSOLE
                 DISPLAY "CNPJ........: " CNPJ-HBSIS052L
                         "  CEP: " CEP-HBSIS052L
                                       UPON CONSOLE
                 DISPLAY "COORDENADAS.: " LATITUDE-HBSIS052L
                         " / " LONGITUDE-HBSIS052L
                                       UPON CONSOLE
                 DISPLAY "RESPONSAVEL.: " COD-VENDEDOR-HBSIS052L
                         "  FILIAL: " COD-FILIAL-HBSIS052L
                                       UPON CONSOLE
                 DISPLAY "SITUACAO....: " SITUACAO-HBSIS052L
                         "  DESDE: " DATA-SITUACAO-HBSIS052L
                         "  INCLUIDO EM: " DATA-INCLUSAO-HBSIS052L
                                       UPON CONSOLE
                 IF SITUACAO-HBSIS052L EQUAL "C"
                    DISPLAY "CLIENTE.....: " COD-CLIENTE-HBSIS052L
                            "  FIM DA CARENCIA: "
                            DATA-FIM-CARENCIA-HBSIS052L
                                       UPON CONSOLE
                 END-IF
              END-IF
           END-IF

           .
       4300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTROLE DO CICLO NOTURNO - CONSULTA DA SITUACAO DE UM JOB NA  *
      * DATA DE NEGOCIO E LIBERACAO MANUAL DO JOB PENDENTE PARA QUE OS *
      * SUCESSORES POSSAM RODAR; A LIBERACAO E FUNCAO DE SUPERVISAO,   *
      * EXIGE MOTIVO E E AUDITADA PELO HBSIS054P                       *
      *----------------------------------------------------------------*
       4400-MENU-CICLO                 SECTION.

           DISPLAY "  1 - CONSULTAR JOB DO CICLO"
                                       UPON CONSOLE
           DISPLAY "  2 - LIBERAR JOB PARA OS SUCESSORES (SUPERVISOR)"
                                       UPON CONSOLE
           DISPLAY "  0 - VOLTAR"      UPON CONSOLE
           DISPLAY "DIGITE A OPCAO DESEJADA:"
                                       UPON CONSOLE
           ACCEPT WS-CAD-OPCAO         FROM CONSOLE

           IF WS-CAD-OPCAO             NOT EQUAL 0
              IF WS-CAD-OPCAO          EQUAL 1
                 MOVE "C"              TO WS-NIVEL-EXIGIDO
              ELSE
                 MOVE "S"              TO WS-NIVEL-EXIGIDO
              END-IF

              PERFORM 1200-VERIFICA-AUTORIZACAO
           END-IF

           IF WS-CAD-OPCAO             NOT EQUAL 0
              AND WS-AUTORIZADO        EQUAL "S"
              INITIALIZE HBSIS054L
              MOVE WS-COD-OPERADOR     TO COD-OPERADOR-HBSIS054L

              DISPLAY "NOME DO JOB (EX.: HBSIS26D):"
                                       UPON CONSOLE
              ACCEPT JOB-HBSIS054L     FROM CONSOLE
              DISPLAY "DATA DE NEGOCIO AAAAMMDD (BRANCO=HOJE):"
                                       UPON CONSOLE
              ACCEPT DATA-NEGOCIO-HBSIS054L FROM CONSOLE

              IF WS-CAD-OPCAO          EQUAL 2
                 DISPLAY "MOTIVO DA LIBERACAO:"
                                       UPON CONSOLE
                 ACCEPT MOTIVO-LIB-HBSIS054L FROM CONSOLE
              END-IF

              COMPUTE COD-FUNCAO-HBSIS054L = WS-CAD-OPCAO - 1
              CALL WS-HBSIS054         USING HBSIS054L

              DISPLAY "COD-RETORNO: " COD-RETORNO-HBSIS054L
                                       UPON CONSOLE
              DISPLAY MSG-RETORNO-HBSIS054L
                                       UPON CONSOLE

              IF COD-RETORNO-HBSIS054L EQUAL ZEROS
                 DISPLAY "SITUACAO....: " SITUACAO-HBSIS054L
                         "  RETURN-CODE: " COD-RETORNO-JOB-HBSIS054L
                         "  ULTIMO STEP: " ULTIMO-STEP-HBSIS054L
                                       UPON CONSOLE
                 DISPLAY "INICIO......: " DATA-INICIO-HBSIS054L
                         " " HORA-INICIO-HBSIS054L
                         "  FIM: " DATA-FIM-HBSIS054L
                         " " HORA-FIM-HBSIS054L
                                       UPON CONSOLE
                 IF PENDENCIAS-HBSIS054L
                                       NOT EQUAL SPACES
                    DISPLAY "PENDENCIAS..: " PENDENCIAS-HBSIS054L
                                       UPON CONSOLE
                 END-IF
                 IF OPERADOR-LIB-HBSIS054L
                                       NOT EQUAL SPACES
                    DISPLAY "LIBERADO POR: " OPERADOR-LIB-HBSIS054L
                            "  EM: " DATA-HORA-LIB-HBSIS054L
                            "  SIT.ANTERIOR: "
                            SITUACAO-ANTERIOR-HBSIS054L
                                       UPON CONSOLE
                    DISPLAY "MOTIVO......: " MOTIVO-LIB-HBSIS054L
                                       UPON CONSOLE
                 END-IF
              END-IF
           END-IF

           .
       4400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LINHAS DE NEGOCIO - CADASTRO DAS LINHAS E DOS VINCULOS COM     *
      * VENDEDORES E CLIENTES USADOS PELA DISTRIBUICAO POR LINHA; A    *
      * MANUTENCAO E FUNCAO DE SUPERVISAO                              *
      *----------------------------------------------------------------*
       4500-MENU-LINHA                 SECTION.

           DISPLAY "  1 - CONSULTAR LINHA DE NEGOCIO"
                                       UPON CONSOLE
           DISPLAY "  2 - GRAVAR LINHA DE NEGOCIO (SUPERVISOR)"
                                       UPON CONSOLE
           DISPLAY "  3 - VINCULAR VENDEDOR A LINHA (SUPERVISOR)"
                                       UPON CONSOLE
           DISPLAY "  4 - DESVINCULAR VENDEDOR DA LINHA (SUPERVISOR)"
                                       UPON CONSOLE
           DISPLAY "  5 - VINCULAR CLIENTE A LINHA (SUPERVISOR)"
                                       UPON CONSOLE
           DISPLAY "  6 - DESVINCULAR CLIENTE DA LINHA (SUPERVISOR)"
                                       UPON CONSOLE
           DISPLAY "  0 - VOLTAR"      UPON CONSOLE
           DISPLAY "DIGITE A OPCAO DESEJADA:"
                                       UPON CONSOLE
           ACCEPT WS-CAD-OPCAO         FROM CONSOLE

           IF WS-CAD-OPCAO             GREATER 6
              DISPLAY "OPCAO INVALIDA" UPON CONSOLE
              MOVE 0                   TO WS-CAD-OPCAO
           END-IF

           IF WS-CAD-OPCAO             NOT EQUAL 0
              IF WS-CAD-OPCAO          EQUAL 1
                 MOVE "C"              TO WS-NIVEL-EXIGIDO
              ELSE
                 MOVE "S"              TO WS-NIVEL-EXIGIDO
              END-IF

              PERFORM 1200-VERIFICA-AUTORIZACAO
           END-IF

           IF WS-CAD-OPCAO             NOT EQUAL 0
              AND WS-AUTORIZADO        EQUAL "S"
              INITIALIZE HBSIS056L

              DISPLAY "CODIGO DA LINHA (01 A 99):"
                                       UPON CONSOLE
              ACCEPT COD-LINHA-HBSIS056L FROM CONSOLE

              IF WS-CAD-OPCAO          EQUAL 2
                 DISPLAY "DESCRICAO DA LINHA:"
                                       UPON CONSOLE
                 ACCEPT DESCRICAO-HBSIS056L FROM CONSOLE
                 DISPLAY "SITUACAO (A = ATIVA, I = INATIVA):"
                                       UPON CONSOLE
                 ACCEPT SITUACAO-HBSIS056L FROM CONSOLE
              END-IF

              IF WS-CAD-OPCAO          EQUAL 3 OR 4
                 DISPLAY "CODIGO DO VENDEDOR:"
                                       UPON CONSOLE
                 ACCEPT COD-VENDEDOR-HBSIS056L FROM CONSOLE
              END-IF

              IF WS-CAD-OPCAO          EQUAL 5 OR 6
                 DISPLAY "CODIGO DO CLIENTE:"
                                       UPON CONSOLE
                 ACCEPT COD-CLIENTE-HBSIS056L FROM CONSOLE
              END-IF

              IF WS-CAD-OPCAO          EQUAL 5
                 DISPLAY "VOLUME MENSAL NA LINHA (0 = RATEAR O DO "
                         "CADASTRO):"  UPON CONSOLE
                 ACCEPT VOLUME-LINHA-HBSIS056L FROM CONSOLE
              END-IF

              COMPUTE COD-FUNCAO-HBSIS056L = WS-CAD-OPCAO - 1
              CALL WS-HBSIS056         USING HBSIS056L

              DISPLAY "COD-RETORNO: " COD-RETORNO-HBSIS056L
                                       UPON CONSOLE
              DISPLAY MSG-RETORNO-HBSIS056L
                                       UPON CONSOLE

              IF COD-RETORNO-HBSIS056L EQUAL ZEROS
                 AND (WS-CAD-OPCAO     EQUAL 1 OR 2)
                 DISPLAY "LINHA.......: " COD-LINHA-HBSIS056L
                         " - " DESCRICAO-HBSIS056L
                                       UPON CONSOLE
                 DISPLAY "SITUACAO....: " SITUACAO-HBSIS056L
                                       UPON CONSOLE
              END-IF
           END-IF

           .
       4500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PEDIDOS DE TITULARES DE DADOS PESSOAIS (LGPD) - EXTRACAO DE    *
      * TUDO O QUE O SISTEMA GUARDA SOBRE UM CPF E ANONIMIZACAO DOS    *
      * VENDEDORES ARQUIVADOS ALEM DO PRAZO DE RETENCAO; AMBOS SAO     *
      * FUNCAO DE SUPERVISAO E FICAM REGISTRADOS NO ArqLogLgpd         *
      *----------------------------------------------------------------*
       4600-MENU-LGPD                  SECTION.

           DISPLAY "  1 - EXTRAIR DADOS DO TITULAR POR CPF (SUPERVISOR)"
                                       UPON CONSOLE
           DISPLAY "  2 - ANONIMIZAR VENDEDORES ARQUIVADOS (SUPERVISOR)"
                                       UPON CONSOLE
           DISPLAY "  0 - VOLTAR"      UPON CONSOLE
           DISPLAY "DIGITE A OPCAO DESEJADA:"
                                       UPON CONSOLE
           ACCEPT WS-CAD-OPCAO         FROM CONSOLE

           IF WS-CAD-OPCAO             GREATER 2
              DISPLAY "OPCAO INVALIDA" UPON CONSOLE
              MOVE 0                   TO WS-CAD-OPCAO
           END-IF

           IF WS-CAD-OPCAO             NOT EQUAL 0
              MOVE "S"                 TO WS-NIVEL-EXIGIDO
              PERFORM 1200-VERIFICA-AUTORIZACAO
           END-IF

           IF WS-CAD-OPCAO             NOT EQUAL 0
              AND WS-AUTORIZADO        EQUAL "S"
              INITIALIZE HBSIS059L
              MOVE WS-COD-OPERADOR     TO COD-OPERADOR-HBSIS059L

              IF WS-CAD-OPCAO          EQUAL 1
                 DISPLAY "CPF DO TITULAR:"
                                       UPON CONSOLE
                 ACCEPT CPF-HBSIS059L  FROM CONSOLE
              ELSE
                 DISPLAY "PRAZO DE RETENCAO EM DIAS (0 = 1825):"
                                       UPON CONSOLE
                 ACCEPT DIAS-RETENCAO-HBSIS059L FROM CONSOLE
              END-IF

              DISPLAY "INICIO DA PESQUISA NOS ARQUIVOS DATADOS "
                      "AAAAMMDD (BRANCO = 10 ANOS):"
                                       UPON CONSOLE
              ACCEPT DATA-INICIAL-HBSIS059L FROM CONSOLE

              COMPUTE COD-FUNCAO-HBSIS059L = WS-CAD-OPCAO - 1
              CALL WS-HBSIS059         USING HBSIS059L

              DISPLAY "COD-RETORNO: " COD-RETORNO-HBSIS059L
                                       UPON CONSOLE
              DISPLAY MSG-RETORNO-HBSIS059L
                                       UPON CONSOLE

              IF COD-RETORNO-HBSIS059L EQUAL ZEROS
                 IF WS-CAD-OPCAO       EQUAL 1
                    DISPLAY "RELATORIO...: " NOME-RELATORIO-HBSIS059L
                                       UPON CONSOLE
                    DISPLAY "REGISTROS...: " QTD-REGISTROS-HBSIS059L
                                       UPON CONSOLE
                 ELSE
                    DISPLAY "ANONIMIZADOS: " QTD-REGISTROS-HBSIS059L
                                       UPON CONSOLE
                 END-IF
              END-IF
           END-IF

           .
       4600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REDES DE CLIENTES - LOJAS COM A MESMA RAIZ DE CNPJ; A REDE     *
      * KEY ACCOUNT TEM SUAS LOJAS ATRIBUIDAS AO VENDEDOR DA CONTA-    *
      * CHAVE NA DISTRIBUICAO; A MANUTENCAO E FUNCAO DE SUPERVISAO     *
      *----------------------------------------------------------------*
       4700-MENU-REDE                  SECTION.

           DISPLAY "  1 - CONSULTAR REDE E LISTAR LOJAS"
                                       UPON CONSOLE
           DISPLAY "  2 - GRAVAR REDE (SUPERVISOR)"
                                       UPON CONSOLE
           DISPLAY "  3 - EXCLUIR REDE (SUPERVISOR)"
                                       UPON CONSOLE
           DISPLAY "  0 - VOLTAR"      UPON CONSOLE
           DISPLAY "DIGITE A OPCAO DESEJADA:"
                                       UPON CONSOLE
           ACCEPT WS-CAD-OPCAO         FROM CONSOLE

           IF WS-CAD-OPCAO             GREATER 3
              DISPLAY "OPCAO INVALIDA" UPON CONSOLE
              MOVE 0                   TO WS-CAD-OPCAO
           END-IF

           IF WS-CAD-OPCAO             NOT EQUAL 0
              IF WS-CAD-OPCAO          EQUAL 1
                 MOVE "C"              TO WS-NIVEL-EXIGIDO
              ELSE
                 MOVE "S"              TO WS-NIVEL-EXIGIDO
              END-IF

              PERFORM 1200-VERIFICA-AUTORIZACAO
           END-IF

           IF WS-CAD-OPCAO             NOT EQUAL 0
              AND WS-AUTORIZADO        EQUAL "S"
              INITIALIZE HBSIS066L

              DISPLAY "RAIZ DO CNPJ (8 PRIMEIROS DIGITOS):"
                                       UPON CONSOLE
              ACCEPT RAIZ-CNPJ-HBSIS066L FROM CONSOLE

              IF WS-CAD-OPCAO          EQUAL 2
                 DISPLAY "NOME DA REDE:"
                                       UPON CONSOLE
                 ACCEPT NOME-REDE-HBSIS066L FROM CONSOLE
                 DISPLAY "TIPO (K = KEY ACCOUNT, R = REGULAR):"
                                       UPON CONSOLE
                 ACCEPT TIPO-REDE-HBSIS066L FROM CONSOLE
                 DISPLAY "VENDEDOR DA CONTA-CHAVE (0 = NENHUM):"
                                       UPON CONSOLE
                 ACCEPT COD-VENDEDOR-HBSIS066L FROM CONSOLE
              END-IF

              COMPUTE COD-FUNCAO-HBSIS066L = WS-CAD-OPCAO - 1
              CALL WS-HBSIS066         USING HBSIS066L

              DISPLAY "COD-RETORNO: " COD-RETORNO-HBSIS066L
                                       UPON CONSOLE
              DISPLAY MSG-RETORNO-HBSIS066L
                                       UPON CONSOLE

              IF WS-CAD-OPCAO          EQUAL 1
                 IF COD-RETORNO-HBSIS066L
                                       EQUAL ZEROS
                    DISPLAY "REDE........: " RAIZ-CNPJ-HBSIS066L
                            " - " NOME-REDE-HBSIS066L
                                       UPON CONSOLE
                    DISPLAY "TIPO........: " TIPO-REDE-HBSIS066L
                            "  VENDEDOR: " COD-VENDEDOR-HBSIS066L
                                       UPON CONSOLE
                 END-IF

                 MOVE 1                TO WS-IDX-LOJA

                 PERFORM 4710-EXIBE-LOJA UNTIL
                         WS-IDX-LOJA   GREATER QTD-LOJAS-TAB-HBSIS066L

                 IF QTD-LOJAS-HBSIS066L
                                       GREATER QTD-LOJAS-TAB-HBSIS066L
                    DISPLAY "LISTA COMPLETA NO RELATORIO RelLojasRede"
                                       UPON CONSOLE
                 END-IF
              END-IF
           END-IF

           .
       4700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXIBE UMA LOJA DA REDE DEVOLVIDA PELO HBSIS066P                *
      *----------------------------------------------------------------*
       4710-EXIBE-LOJA                 SECTION.

           DISPLAY LOJ-CLIENTE-HBSIS066L (WS-IDX-LOJA)
                   " " LOJ-CNPJ-HBSIS066L (WS-IDX-LOJA)
                   " " LOJ-RAZAO-HBSIS066L (WS-IDX-LOJA)
                   " " LOJ-MUNICIPIO-HBSIS066L (WS-IDX-LOJA)
                   "/" LOJ-UF-HBSIS066L (WS-IDX-LOJA)
                   " " LOJ-SITUACAO-HBSIS066L (WS-IDX-LOJA)
                                       UPON CONSOLE

           ADD 1                       TO WS-IDX-LOJA

           .
       4710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO MENSAL - CONSULTA DA SITUACAO DO MES E DAS ETAPAS   *
      * DO JOB HBSIS68D E REABERTURA DO MES FECHADO; A REABERTURA E    *
      * FUNCAO DE SUPERVISAO, EXIGE MOTIVO E E AUDITADA PELO HBSIS069P *
      *----------------------------------------------------------------*
       4800-MENU-FECHAMENTO            SECTION.

           DISPLAY "  1 - CONSULTAR FECHAMENTO DO MES"
                                       UPON CONSOLE
           DISPLAY "  2 - REABRIR MES FECHADO (SUPERVISOR)"
                                       UPON CONSOLE
           DISPLAY "  0 - VOLTAR"      UPON CONSOLE
           DISPLAY "DIGITE A OPCAO DESEJADA:"
                                       UPON CONSOLE
           ACCEPT WS-CAD-OPCAO         FROM CONSOLE

           IF WS-CAD-OPCAO             GREATER 2
              DISPLAY "OPCAO INVALIDA" UPON CONSOLE
              MOVE 0                   TO WS-CAD-OPCAO
           END-IF

           IF WS-CAD-OPCAO             NOT EQUAL 0
              IF WS-CAD-OPCAO          EQUAL 1
                 MOVE "C"              TO WS-NIVEL-EXIGIDO
              ELSE
                 MOVE "S"              TO WS-NIVEL-EXIGIDO
              END-IF

              PERFORM 1200-VERIFICA-AUTORIZACAO
           END-IF

           IF WS-CAD-OPCAO             NOT EQUAL 0
              AND WS-AUTORIZADO        EQUAL "S"
              INITIALIZE HBSIS069L
              MOVE WS-COD-OPERADOR     TO COD-OPERADOR-HBSIS069L

              DISPLAY "ANO E MES DO FECHAMENTO (AAAAMM):"
                                       UPON CONSOLE
              ACCEPT ANO-MES-HBSIS069L FROM CONSOLE

              IF WS-CAD-OPCAO          EQUAL 2
                 DISPLAY "MOTIVO DA REABERTURA:"
                                       UPON CONSOLE
                 ACCEPT MOTIVO-REAB-HBSIS069L FROM CONSOLE
              END-IF

              COMPUTE COD-FUNCAO-HBSIS069L = WS-CAD-OPCAO - 1
              CALL WS-HBSIS069         USING HBSIS069L

              DISPLAY "COD-RETORNO: " COD-RETORNO-HBSIS069L
                                       UPON CONSOLE
              DISPLAY MSG-RETORNO-HBSIS069L
                                       UPON CONSOLE

              IF COD-RETORNO-HBSIS069L EQUAL ZEROS
                 DISPLAY "SITUACAO....: " SITUACAO-HBSIS069L
                         "  REABERTURAS: " QTD-REABERTURAS-HBSIS069L
                                       UPON CONSOLE
                 DISPLAY "INICIO......: " DATA-INICIO-HBSIS069L
                         " " HORA-INICIO-HBSIS069L
                         "  FIM: " DATA-FIM-HBSIS069L
                         " " HORA-FIM-HBSIS069L
                                       UPON CONSOLE
                 IF OPERADOR-REAB-HBSIS069L
                                       NOT EQUAL SPACES
                    DISPLAY "REABERTO POR: " OPERADOR-REAB-HBSIS069L
                            "  EM: " DATA-HORA-REAB-HBSIS069L
                                       UPON CONSOLE
                    DISPLAY "MOTIVO......: " MOTIVO-REAB-HBSIS069L
                                       UPON CONSOLE
                 END-IF

                 MOVE 1                TO WS-IDX-ETAPA-FEC

                 PERFORM 4810-EXIBE-ETAPA UNTIL
                         WS-IDX-ETAPA-FEC
                                       GREATER 5
              END-IF
           END-IF

           .
       4800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXIBE UMA ETAPA DO FECHAMENTO DEVOLVIDA PELO HBSIS069P         *
      *----------------------------------------------------------------*
       4810-EXIBE-ETAPA                SECTION.

           DISPLAY NOME-ETAPA-HBSIS069L (WS-IDX-ETAPA-FEC)
                   " " SITUACAO-ETAPA-HBSIS069L (WS-IDX-ETAPA-FEC)
                   " RC " COD-RETORNO-ETAPA-HBSIS069L (WS-IDX-ETAPA-FEC)
                   " QTD " QTD-CONTROLE-HBSIS069L (WS-IDX-ETAPA-FEC)
                   " " SAIDA-ETAPA-HBSIS069L (WS-IDX-ETAPA-FEC)
                   " " SITUACAO-SAIDA-HBSIS069L (WS-IDX-ETAPA-FEC)
                                       UPON CONSOLE

           ADD 1                       TO WS-IDX-ETAPA-FEC

           .
       4810-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSULTA O RASTRO DA ATRIBUICAO DE UM CLIENTE (HBSIS071P) -    *
      * POR QUE O CLIENTE FICOU COM O VENDEDOR: O RESULTADO (ORDEM 0)  *
      * E OS TRES CANDIDATOS DE MENOR CUSTO DE CADA LINHA DE NEGOCIO,  *
      * COM O MOTIVO DE CADA PRETERIDO                                 *
      *----------------------------------------------------------------*
       4900-MENU-RASTRO                SECTION.

           MOVE "C"                    TO WS-NIVEL-EXIGIDO
           PERFORM 1200-VERIFICA-AUTORIZACAO

           IF WS-AUTORIZADO            EQUAL "S"
              INITIALIZE HBSIS071L

              DISPLAY "CODIGO DO CLIENTE:"
                                       UPON CONSOLE
              ACCEPT COD-CLIENTE-HBSIS071L FROM CONSOLE
              DISPLAY "DATA DA DISTRIBUICAO AAAAMMDD (BRANCO=HOJE):"
                                       UPON CONSOLE
              ACCEPT DATA-RASTRO-HBSIS071L FROM CONSOLE
              DISPLAY "FILIAL DA EXECUCAO SELETIVA (0 = BASE INTEIRA):"
                                       UPON CONSOLE
              ACCEPT FILIAL-HBSIS071L  FROM CONSOLE

              CALL WS-HBSIS071         USING HBSIS071L

              DISPLAY "COD-RETORNO: " COD-RETORNO-HBSIS071L
                                       UPON CONSOLE
              DISPLAY MSG-RETORNO-HBSIS071L
                                       UPON CONSOLE

              IF COD-RETORNO-HBSIS071L EQUAL ZEROS
                 DISPLAY "LN O VEN NOME"
                         "                                     "
                         "DIST (M)     CUSTO        S T MOTIVO"
                                       UPON CONSOLE

                 MOVE 1                TO WS-IDX-RASTRO

                 PERFORM 4910-EXIBE-RASTRO UNTIL
                         WS-IDX-RASTRO GREATER QTD-RASTRO-TAB-HBSIS071L

                 IF QTD-RASTRO-HBSIS071L
                                       GREATER QTD-RASTRO-TAB-HBSIS071L
                    DISPLAY "EXIBIDOS " QTD-RASTRO-TAB-HBSIS071L
                            " DE " QTD-RASTRO-HBSIS071L " REGISTROS"
                                       UPON CONSOLE
                 END-IF
              END-IF
           END-IF

           .
       4900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXIBE UM REGISTRO DO RASTRO DEVOLVIDO PELO HBSIS071P           *
      *----------------------------------------------------------------*
       4910-EXIBE-RASTRO               SECTION.

           MOVE RAS-DISTANCIA-HBSIS071L (WS-IDX-RASTRO)
                                       TO WS-ED-RAS-DISTANCIA
           MOVE RAS-CUSTO-HBSIS071L (WS-IDX-RASTRO)
                                       TO WS-ED-RAS-CUSTO

           DISPLAY RAS-LINHA-HBSIS071L (WS-IDX-RASTRO)
                   " " RAS-ORDEM-HBSIS071L (WS-IDX-RASTRO)
                   " " RAS-VENDEDOR-HBSIS071L (WS-IDX-RASTRO)
                   " " RAS-NOME-VEND-HBSIS071L (WS-IDX-RASTRO)
                   " " WS-ED-RAS-DISTANCIA
                   " " WS-ED-RAS-CUSTO
                   " " RAS-SITUACAO-HBSIS071L (WS-IDX-RASTRO)
                   " " RAS-TIPO-HBSIS071L (WS-IDX-RASTRO)
                   " " RAS-MOTIVO-HBSIS071L (WS-IDX-RASTRO)
                                       UPON CONSOLE

           ADD 1                       TO WS-IDX-RASTRO

           .
       4910-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CATALOGO DE RELATORIOS ARQUIVADOS (HBSIS075P) - LISTA AS       *
      * GERACOES POR RELATORIO A PARTIR DE UMA DATA, REIMPRIME UMA     *
      * GERACAO NO RelReimpressao OU ARQUIVA NO CATALOGO UM RELATORIO  *
      * EMITIDO PELO MENU (JOB HBSIS001)                               *
      *----------------------------------------------------------------*
       5000-MENU-CATALOGO              SECTION.

           DISPLAY "  1 - LISTAR CATALOGO POR RELATORIO E DATA"
                                       UPON CONSOLE
           DISPLAY "  2 - REIMPRIMIR RELATORIO ARQUIVADO"
                                       UPON CONSOLE
           DISPLAY "  3 - ARQUIVAR RELATORIO EMITIDO PELO MENU"
                                       UPON CONSOLE
           DISPLAY "  0 - VOLTAR"      UPON CONSOLE
           DISPLAY "DIGITE A OPCAO DESEJADA:"
                                       UPON CONSOLE
           ACCEPT WS-CAD-OPCAO         FROM CONSOLE

           IF WS-CAD-OPCAO             GREATER 3
              DISPLAY "OPCAO INVALIDA" UPON CONSOLE
              MOVE 0                   TO WS-CAD-OPCAO
           END-IF

           IF WS-CAD-OPCAO             NOT EQUAL 0
              IF WS-CAD-OPCAO          EQUAL 3
                 MOVE "M"              TO WS-NIVEL-EXIGIDO
              ELSE
                 MOVE "C"              TO WS-NIVEL-EXIGIDO
              END-IF

              PERFORM 1200-VERIFICA-AUTORIZACAO
           END-IF

           IF WS-CAD-OPCAO             NOT EQUAL 0
              AND WS-AUTORIZADO        EQUAL "S"
              INITIALIZE HBSIS075L

              EVALUATE WS-CAD-OPCAO
                  WHEN 1
                       DISPLAY "NOME DO RELATORIO (BRANCO = TODOS):"
                                       UPON CONSOLE
                       ACCEPT NOME-RELATORIO-HBSIS075L
                                       FROM CONSOLE
                       DISPLAY "A PARTIR DA DATA DE NEGOCIO AAAAMMDD "
                               "(BRANCO = TODAS):"
                                       UPON CONSOLE
                       ACCEPT DATA-NEGOCIO-HBSIS075L
                                       FROM CONSOLE
                  WHEN 2
                       DISPLAY "NOME DO RELATORIO:"
                                       UPON CONSOLE
                       ACCEPT NOME-RELATORIO-HBSIS075L
                                       FROM CONSOLE
                       DISPLAY "DATA DE NEGOCIO AAAAMMDD (BRANCO=HOJE):"
                                       UPON CONSOLE
                       ACCEPT DATA-NEGOCIO-HBSIS075L
                                       FROM CONSOLE
                       DISPLAY "GERACAO (0 = ULTIMA DA DATA):"
                                       UPON CONSOLE
                       ACCEPT GERACAO-HBSIS075L
                                       FROM CONSOLE
                  WHEN 3
                       DISPLAY "NOME DO RELATORIO:"
                                       UPON CONSOLE
                       ACCEPT NOME-RELATORIO-HBSIS075L
                                       FROM CONSOLE
                       DISPLAY "PROGRAMA QUE EMITIU O RELATORIO:"
                                       UPON CONSOLE
                       ACCEPT PROGRAMA-HBSIS075L
                                       FROM CONSOLE
                       DISPLAY "RETENCAO EM DIAS (0 = 90 DIAS):"
                                       UPON CONSOLE
                       ACCEPT RETENCAO-DIAS-HBSIS075L
                                       FROM CONSOLE
                       MOVE "HBSIS001"  TO JOB-HBSIS075L
              END-EVALUATE

              EVALUATE WS-CAD-OPCAO
                  WHEN 1
                       MOVE 1          TO COD-FUNCAO-HBSIS075L
                  WHEN 2
                       MOVE 2          TO COD-FUNCAO-HBSIS075L
                  WHEN 3
                       MOVE 0          TO COD-FUNCAO-HBSIS075L
              END-EVALUATE

              CALL WS-HBSIS075         USING HBSIS075L

              DISPLAY "COD-RETORNO: " COD-RETORNO-HBSIS075L
                                       UPON CONSOLE
              DISPLAY MSG-RETORNO-HBSIS075L
                                       UPON CONSOLE

              IF COD-RETORNO-HBSIS075L EQUAL ZEROS
                 IF WS-CAD-OPCAO       EQUAL 1
                    DISPLAY "RELATORIO            DATA     GE "
                            "PROGRAMA  JOB       LINHAS PAGS RET  "
                            "EXPIRA"
                                       UPON CONSOLE

                    MOVE 1             TO WS-IDX-CATALOGO

                    PERFORM 5010-EXIBE-CATALOGO UNTIL
                            WS-IDX-CATALOGO    GREATER
                            QTD-CATALOGO-TAB-HBSIS075L

                    IF QTD-CATALOGO-HBSIS075L
                                       GREATER
                                       QTD-CATALOGO-TAB-HBSIS075L
                       DISPLAY "EXIBIDAS " QTD-CATALOGO-TAB-HBSIS075L
                               " DE " QTD-CATALOGO-HBSIS075L
                               " GERACOES - INFORME UMA DATA POSTERIOR"
                                       UPON CONSOLE
                    END-IF
                 ELSE
                    DISPLAY "GERACAO.....: " ARQUIVO-GERACAO-HBSIS075L
                                       UPON CONSOLE
                    DISPLAY "PROGRAMA....: " PROGRAMA-HBSIS075L
                            "  JOB: " JOB-HBSIS075L
                                       UPON CONSOLE
                    DISPLAY "LINHAS......: " QTD-LINHAS-HBSIS075L
                            "  PAGINAS: " QTD-PAGINAS-HBSIS075L
                            "  RETENCAO: " RETENCAO-DIAS-HBSIS075L
                                       UPON CONSOLE
                 END-IF
              END-IF
           END-IF

           .
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXIBE UMA ENTRADA DO CATALOGO DEVOLVIDA PELO HBSIS075P         *
      *----------------------------------------------------------------*
       5010-EXIBE-CATALOGO             SECTION.

           DISPLAY CAT-NOME-HBSIS075L (WS-IDX-CATALOGO)
                   " " CAT-DATA-HBSIS075L (WS-IDX-CATALOGO)
                   " " CAT-GERACAO-HBSIS075L (WS-IDX-CATALOGO)
                   " " CAT-PROGRAMA-HBSIS075L (WS-IDX-CATALOGO)
                   " " CAT-JOB-HBSIS075L (WS-IDX-CATALOGO)
                   " " CAT-LINHAS-HBSIS075L (WS-IDX-CATALOGO)
                   " " CAT-PAGINAS-HBSIS075L (WS-IDX-CATALOGO)
                   " " CAT-RETENCAO-HBSIS075L (WS-IDX-CATALOGO)
                   " " CAT-EXPIRACAO-HBSIS075L (WS-IDX-CATALOGO)
                                       UPON CONSOLE

           ADD 1                       TO WS-IDX-CATALOGO

           .
       5010-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTATO E JANELA DE VISITA DO CLIENTE - COMPRADOR, FONE E      *
      * E-MAIL, DIAS DE VISITA, HORARIO DE ATENDIMENTO E DIA PREFERIDO *
      * USADOS PELO HBSIS023P NA ROTA SEMANAL DO VENDEDOR              *
      *----------------------------------------------------------------*
       5100-MENU-JANELA                SECTION.

           DISPLAY "  1 - CONSULTAR CONTATO E JANELA"
                                       UPON CONSOLE
           DISPLAY "  2 - GRAVAR CONTATO E JANELA"
                                       UPON CONSOLE
           DISPLAY "  3 - EXCLUIR CONTATO E JANELA"
                                       UPON CONSOLE
           DISPLAY "  0 - VOLTAR"      UPON CONSOLE
           DISPLAY "DIGITE A OPCAO DESEJADA:"
                                       UPON CONSOLE
           ACCEPT WS-CAD-OPCAO         FROM CONSOLE

           IF WS-CAD-OPCAO             GREATER 3
              DISPLAY "OPCAO INVALIDA" UPON CONSOLE
              MOVE 0                   TO WS-CAD-OPCAO
           END-IF

           IF WS-CAD-OPCAO             NOT EQUAL 0
              IF WS-CAD-OPCAO          EQUAL 1
                 MOVE "C"              TO WS-NIVEL-EXIGIDO
              ELSE
                 MOVE "M"              TO WS-NIVEL-EXIGIDO
              END-IF

              PERFORM 1200-VERIFICA-AUTORIZACAO
           END-IF

           IF WS-CAD-OPCAO             NOT EQUAL 0
              AND WS-AUTORIZADO        EQUAL "S"
              INITIALIZE HBSIS078L
              MOVE WS-COD-OPERADOR     TO COD-OPERADOR-HBSIS078L

              DISPLAY "CODIGO DO CLIENTE:"
                                       UPON CONSOLE
              ACCEPT COD-CLIENTE-HBSIS078L FROM CONSOLE

              IF WS-CAD-OPCAO          EQUAL 2
                 DISPLAY "NOME DO COMPRADOR/CONTATO:"
                                       UPON CONSOLE
                 ACCEPT CONTATO-NOME-HBSIS078L FROM CONSOLE
                 DISPLAY "TELEFONE DO CONTATO:"
                                       UPON CONSOLE
                 ACCEPT CONTATO-FONE-HBSIS078L FROM CONSOLE
                 DISPLAY "E-MAIL DO CONTATO:"
                                       UPON CONSOLE
                 ACCEPT CONTATO-EMAIL-HBSIS078L FROM CONSOLE
                 DISPLAY "DIAS DE VISITA SEG A SEX (EX.: SNSNS, "
                         "BRANCO = TODOS):"
                                       UPON CONSOLE
                 ACCEPT DIAS-VISITA-HBSIS078L FROM CONSOLE
                 DISPLAY "HORA DE ABERTURA HHMM (0 = SEM RESTRICAO):"
                                       UPON CONSOLE
                 ACCEPT HORA-ABERTURA-HBSIS078L FROM CONSOLE
                 DISPLAY "HORA DE FECHAMENTO HHMM (0 = SEM RESTRICAO):"
                                       UPON CONSOLE
                 ACCEPT HORA-FECHAMENTO-HBSIS078L FROM CONSOLE
                 DISPLAY "DIA PREFERIDO (1 = SEG A 5 = SEX, 0 = "
                         "NENHUM):"    UPON CONSOLE
                 ACCEPT DIA-PREFERIDO-HBSIS078L FROM CONSOLE
              END-IF

              COMPUTE COD-FUNCAO-HBSIS078L = WS-CAD-OPCAO - 1
              CALL WS-HBSIS078         USING HBSIS078L

              DISPLAY "COD-RETORNO: " COD-RETORNO-HBSIS078L
                                       UPON CONSOLE
              DISPLAY MSG-RETORNO-HBSIS078L
                                       UPON CONSOLE

              IF WS-CAD-OPCAO          NOT EQUAL 3
                 AND COD-RETORNO-HBSIS078L
                                       EQUAL ZEROS
                 DISPLAY "CLIENTE.....: " COD-CLIENTE-HBSIS078L
                         " - " RAZAO-SOCIAL-HBSIS078L
                                       UPON CONSOLE
                 DISPLAY "CONTATO.....: " CONTATO-NOME-HBSIS078L
                                       UPON CONSOLE
                 DISPLAY "FONE........: " CONTATO-FONE-HBSIS078L
                                       UPON CONSOLE
                 DISPLAY "E-MAIL......: " CONTATO-EMAIL-HBSIS078L
                                       UPON CONSOLE
                 DISPLAY "DIAS SEG-SEX: " DIAS-VISITA-HBSIS078L
                         "  PREFERIDO: " DIA-PREFERIDO-HBSIS078L
                                       UPON CONSOLE
                 DISPLAY "HORARIO.....: " HORA-ABERTURA-HBSIS078L
                         " A " HORA-FECHAMENTO-HBSIS078L
                                       UPON CONSOLE
                 DISPLAY "ATUALIZACAO.: " DATA-ATUALIZACAO-HBSIS078L
                         " " OPERADOR-ATUAL-HBSIS078L
                                       UPON CONSOLE
              END-IF
           END-IF

           .
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZAÇÃO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.
