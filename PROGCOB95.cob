      *                  DE KBTOKEN AO KBINVEN RECEM-DEFINIDO, COM
      *                  RELATORIO DE RECONSTRUCAO POR GERACAO E
      *                  CENSO FINAL OPCIONAL (JCL PROGCB95).
      * 15-10-2026 AM    REAPLICACAO PASSA A MANTER AS DATAS DE
      *                  INATIVACAO E DESTRUICAO DO LAYOUT DE 800
      *                  BYTES: INCLUSAO E SUBSTITUICAO ZERAM AS DUAS;
      *                  DESATIVACAO DATA A INATIVACAO COM A DATA DA
      *                  GERACAO REAPLICADA. A DESTRUICAO NO PKDS NAO
      *                  CONSTA DO KBTOKEN E E RECONSTITUIDA PELA
      *                  PROXIMA EXECUCAO DO PROGCOB90 (MOTIVO 204 -
      *                  ROTULO JA AUSENTE DO PKDS).
      * 15-10-2026 AM    REGISTRO DE KBTOKEN GANHOU A AREA SOLICITANTE
      *                  (771 BYTES), REPOSTA NO INVENTARIO RECONSTRUIDO
      *                  COMO NO PROGCOB30.
      * 15-10-2026 AM    GERACOES DA CORRIDA DE EMERGENCIA (EMERG.TOKEN)
      *                  TRAZEM A REVOGACAO POR COMPROMETIMENTO ('C'),
      *                  REAPLICADA COMO A RENOVACAO: SUBSTITUI A CHAVE
      *                  DO ROTULO. REVOGACAO DE ROTULO AUSENTE E AVISO.
      *                  A MARCACAO 'C' AINDA SEM SUBSTITUTA NAO CONSTA
      *                  DO KBTOKEN E E REFEITA A PARTIR DO RELATORIO DO
      *                  PROGCOB12.
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
           05  TK-COD-TRANSACAO          PIC X(01).
               88  TK-TRANS-INCLUSAO     VALUE 'A'.
               88  TK-TRANS-RENOVACAO    VALUE 'R'.
               88  TK-TRANS-REVOGACAO    VALUE 'C'.
               88  TK-TRANS-DESATIVACAO  VALUE 'D'.
           05  TK-TIPO-CHAVE             PIC X(03).
           05  TK-AREA-SOLICITANTE       PIC X(03).
      *
       FD  RC-CADASTRO-INVENTARIO.
           COPY KBINVREC.
      * 2100-INCLUIR-ROTULO
      * INCLUI UM ROTULO NOVO NO CADASTRO RECONSTRUIDO, COM STATUS
      * ATIVO, A DATA DA GERACAO REAPLICADA E O TOKEN DA GERACAO.
      * RENOVACAO OU REVOGACAO DE ROTULO AINDA AUSENTE (A INCLUSAO
      * ORIGINAL E ANTERIOR A JANELA DE RETENCAO) TAMBEM CAI AQUI E
      * E CONTADA COMO AVISO.
      *----------------------------------------------------------------*
       2100-INCLUIR-ROTULO.
           IF TK-TRANS-RENOVACAO
                       'CADASTRO: ' TK-TEXTO-1 ' ' TK-TEXTO-2
               ADD 1 TO WS-QTDE-AVISOS
           END-IF
           IF TK-TRANS-REVOGACAO
               DISPLAY 'AVISO - REVOGACAO DE ROTULO AUSENTE DO '
                       'CADASTRO: ' TK-TEXTO-1 ' ' TK-TEXTO-2
               ADD 1 TO WS-QTDE-AVISOS
           END-IF
      *
           MOVE TK-TEXTO-1          TO IV-TEXTO-1
           MOVE TK-TEXTO-2          TO IV-TEXTO-2
           MOVE 'A'                 TO IV-STATUS-ROTULO
           MOVE TK-TIPO-CHAVE       TO IV-TIPO-CHAVE
           MOVE TK-TOKEN-DA-CHAVE   TO IV-TOKEN-DA-CHAVE
           MOVE ZEROS               TO IV-DATA-INATIVACAO
           MOVE ZEROS               TO IV-DATA-DESTRUICAO
           MOVE TK-AREA-SOLICITANTE TO IV-AREA-SOLICITANTE
           WRITE IV-REGISTRO-INVENTARIO
           IF WS-INVENTARIO-OK
               ADD 1 TO WS-QTDE-INCLUIDOS
      *----------------------------------------------------------------*
      * 2200-SUBSTITUIR-ROTULO
      * SUBSTITUI UM ROTULO JA RECONSTRUIDO (CASO TIPICO DA
      * RENOVACAO E DA REVOGACAO POR COMPROMETIMENTO, QUE TROCA A
      * CHAVE COMPROMETIDA PELA SUBSTITUTA): REGRAVA TAMANHO, DATA
      * DA GERACAO, TOKEN E REATIVA O STATUS. UMA INCLUSAO SOBRE
      * ROTULO JA PRESENTE TAMBEM CAI AQUI E E CONTADA COMO AVISO. A
      * AREA SOLICITANTE SO E TROCADA QUANDO O TOKEN A TRAZ
      * (GERACOES ANTERIORES A AREA NO KBTOKEN CHEGAM SEM ELA).
      *----------------------------------------------------------------*
       2200-SUBSTITUIR-ROTULO.
           IF TK-TRANS-INCLUSAO
           MOVE 'A'                 TO IV-STATUS-ROTULO
           MOVE TK-TIPO-CHAVE       TO IV-TIPO-CHAVE
           MOVE TK-TOKEN-DA-CHAVE   TO IV-TOKEN-DA-CHAVE
           MOVE ZEROS               TO IV-DATA-INATIVACAO
           MOVE ZEROS               TO IV-DATA-DESTRUICAO
           IF TK-AREA-SOLICITANTE NOT = SPACES
               MOVE TK-AREA-SOLICITANTE TO IV-AREA-SOLICITANTE
           END-IF
           REWRITE IV-REGISTRO-INVENTARIO
           IF WS-INVENTARIO-OK
               ADD 1 TO WS-QTDE-SUBSTITUIDOS
      * 2300-INATIVAR-ROTULO
      * INATIVA UM ROTULO DESATIVADO PELA GERACAO REAPLICADA: O
      * REGISTRO RECONSTRUIDO E MANTIDO COM O ULTIMO TOKEN, APENAS
      * COM O STATUS ALTERADO PARA INATIVO E A DATA DE INATIVACAO
      * IGUAL A DATA DA GERACAO. DESATIVACAO DE ROTULO
      * AUSENTE E AVISO (A INCLUSAO ORIGINAL E ANTERIOR A JANELA DE
      * RETENCAO); QUALQUER OUTRO STATUS DA LEITURA E ERRO DE VSAM.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-INVENTARIO-OK
                   MOVE 'I' TO IV-STATUS-ROTULO
                   MOVE WS-DATA-EXECUCAO TO IV-DATA-INATIVACAO
                   REWRITE IV-REGISTRO-INVENTARIO
                   IF WS-INVENTARIO-OK
                       ADD 1 TO WS-QTDE-INATIVADOS
