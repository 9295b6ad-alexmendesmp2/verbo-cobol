      * 02-09-2026 AM    VERSAO INICIAL - EXTRATO CRONOLOGICO POR
      *                  ROTULO SOBRE KBAHIST + KBAUDIT, DIRIGIDO POR
      *                  CARTOES DE PEDIDO (JCL PROGCB65).
      * 15-10-2026 AM    REGISTROS DE KBAHIST E KBAUDIT PASSAM A 92
      *                  BYTES COM O USUARIO SOLICITANTE E O USUARIO
      *                  APROVADOR (TRANSACAO ONLINE KBRQ), IMPRESSOS EM
      *                  CADA LINHA DO EXTRATO (SOL:/APR:, EM BRANCO NO
      *                  MOVIMENTO DAS REMESSAS DE ARQUIVO).
      * 15-10-2026 AM    REGISTROS DE KBAHIST E KBAUDIT PASSAM A 95
      *                  BYTES (AREA SOLICITANTE NO FINAL). O EXTRATO
      *                  NAO A IMPRIME: A LINHA DE CHAMADA JA OCUPA AS
      *                  132 POSICOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
           05  HX-RETCODE                PIC 9(09).
           05  HX-MOTIVO                 PIC 9(09).
           05  HX-TIPO-CHAVE             PIC X(03).
           05  HX-USUARIO-SOLICITANTE    PIC X(08).
           05  HX-USUARIO-APROVADOR      PIC X(08).
           05  HX-AREA-SOLICITANTE       PIC X(03).
      *
       FD  EX-ARQUIVO-AUDITORIA.
       01  EX-REGISTRO-AUDITORIA.
           05  AU-RETCODE                PIC 9(09).
           05  AU-MOTIVO                 PIC 9(09).
           05  AU-TIPO-CHAVE             PIC X(03).
           05  AU-USUARIO-SOLICITANTE    PIC X(08).
           05  AU-USUARIO-APROVADOR      PIC X(08).
           05  AU-AREA-SOLICITANTE       PIC X(03).
      *
       FD  EX-ARQUIVO-RELATORIO.
       01  EX-LINHA-RELATORIO            PIC X(132).
           05  WS-CH-TIPO                PIC X(03)      VALUE SPACES.
           05  WS-CH-RETCODE             PIC 9(09)      VALUE ZEROS.
           05  WS-CH-MOTIVO              PIC 9(09)      VALUE ZEROS.
           05  WS-CH-SOLICITANTE         PIC X(08)      VALUE SPACES.
           05  WS-CH-APROVADOR           PIC X(08)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    TABELA DE RESOLUCAO DE MOTIVOS DO CSNDPKB (A MESMA DO
      *    LOTE DE GERACAO - COPY KBMOTTAB).
           05  WS-LH-RETCODE             PIC 9(04)      VALUE ZERO.
           05  FILLER                    PIC X(02)      VALUE SPACES.
           05  WS-LH-MENSAGEM            PIC X(50)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  FILLER PIC X(04) VALUE 'SOL:'.
           05  WS-LH-SOLICITANTE         PIC X(08)      VALUE SPACES.
           05  FILLER PIC X(05) VALUE ' APR:'.
           05  WS-LH-APROVADOR           PIC X(08)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
       01  WS-LINHA-DETALHE.
           05  WS-LD-ROTULO              PIC X(40)      VALUE SPACES.
           05  WS-LD-VALOR               PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           MOVE HX-TIPO-CHAVE    TO WS-CH-TIPO
           MOVE HX-RETCODE       TO WS-CH-RETCODE
           MOVE HX-MOTIVO        TO WS-CH-MOTIVO
           MOVE HX-USUARIO-SOLICITANTE TO WS-CH-SOLICITANTE
           MOVE HX-USUARIO-APROVADOR   TO WS-CH-APROVADOR
           PERFORM 5000-IMPRIMIR-CHAMADA
               THRU 5000-IMPRIMIR-CHAMADA-EXIT.
       3100-TRATAR-UM-HISTORICO-EXIT.
           MOVE AU-TIPO-CHAVE    TO WS-CH-TIPO
           MOVE AU-RETCODE       TO WS-CH-RETCODE
           MOVE AU-MOTIVO        TO WS-CH-MOTIVO
           MOVE AU-USUARIO-SOLICITANTE TO WS-CH-SOLICITANTE
           MOVE AU-USUARIO-APROVADOR   TO WS-CH-APROVADOR
           PERFORM 5000-IMPRIMIR-CHAMADA
               THRU 5000-IMPRIMIR-CHAMADA-EXIT.
       4100-TRATAR-UMA-AUDITORIA-EXIT.
           MOVE WS-CH-TIPO        TO WS-LH-TIPO
           MOVE WS-CH-RETCODE     TO WS-LH-RETCODE
           MOVE WS-MENSAGEM-MOTIVO TO WS-LH-MENSAGEM
           MOVE WS-CH-SOLICITANTE TO WS-LH-SOLICITANTE
           MOVE WS-CH-APROVADOR   TO WS-LH-APROVADOR
           WRITE EX-LINHA-RELATORIO FROM WS-LINHA-CHAMADA.
       5000-IMPRIMIR-CHAMADA-EXIT.
           EXIT.
