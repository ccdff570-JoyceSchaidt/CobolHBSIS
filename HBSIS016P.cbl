      *                DATADO COM TRAILER DE TOTAIS DE CONTROLE, E      *
      *                RECARREGA-LOS A PARTIR DE UM BACKUP CONFERINDO   *
      *                OS TOTAIS - TAMBEM SERVE COMO REORGANIZACAO      *
      *                PERIODICA DOS INDEXADOS; O TRAILER GUARDA A DATA *
      *                E HORA DO INICIO DA DESCARGA, PONTO DE PARTIDA   *
      *                DA RECUPERACAO PELA TRILHA (HBSIS070P)           *
      * PARAMETROS...: LIDOS DA ENTRADA (SYSIN) - FUNCAO (D/R), TIPO   *
      *                (C/V) E DATA DO BACKUP (AAAAMMDD)                *
      * ARQUIVOS.....:                                                 *
               10  BKP-QTD-REGISTROS   PIC  9(007).
               10  BKP-SOMA-CHAVES     PIC  9(015).
               10  BKP-SOMA-DOCUMENTOS PIC  9(018).
               10  BKP-DATA-HORA       PIC  X(014).
               10  FILLER              PIC  X(146).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01  WS-FUNCAO                   PIC  X(001)         VALUE SPACES.
       01  WS-TIPO-ARQUIVO             PIC  X(001)         VALUE SPACES.
       01  WS-DATA-BACKUP              PIC  X(008)         VALUE SPACES.
       01  WS-DATA-HORA-DESCARGA       PIC  X(014)         VALUE SPACES.
       01  WS-HORA-DESCARGA            PIC  X(008)         VALUE SPACES.

       01  WS-QTD-REGISTROS            PIC  9(007)         VALUE ZEROS.
       01  WS-SOMA-CHAVES              PIC  9(015)         VALUE ZEROS.
              ACCEPT WS-DATA-BACKUP    FROM DATE YYYYMMDD
           END-IF

           ACCEPT WS-DATA-HORA-DESCARGA
                                       FROM DATE YYYYMMDD
           ACCEPT WS-HORA-DESCARGA     FROM TIME
           MOVE WS-HORA-DESCARGA (1:6) TO WS-DATA-HORA-DESCARGA (9:6)

           MOVE SPACES                 TO WS-LABEL-BKP

           IF WS-TIPO-ARQUIVO          EQUAL "C"
           MOVE WS-QTD-REGISTROS       TO BKP-QTD-REGISTROS
           MOVE WS-SOMA-CHAVES         TO BKP-SOMA-CHAVES
           MOVE WS-SOMA-DOCUMENTOS     TO BKP-SOMA-DOCUMENTOS
           MOVE WS-DATA-HORA-DESCARGA  TO BKP-DATA-HORA

           WRITE REG-BACKUP

