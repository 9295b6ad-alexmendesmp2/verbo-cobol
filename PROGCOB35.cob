      *                  PASSAM A CONSTAR DO LIVRO - UMA NOITE QUE
      *                  PARA NA APLICACAO DAS CHAVES PRONTAS
      *                  APARECE NO RELATORIO DE SITUACAO.
      * 15-10-2026 AM    REGISTROS DE KBKEYOUT (770) E KBTOKEN (771)
      *                  GANHARAM NO FINAL A AREA SOLICITANTE; A AREA DO
      *                  INVENTARIO E MANTIDA PELO PROGCOB30.
      * 15-10-2026 AM    CARTAO SYSIN GANHOU O TIPO DA CORRIDA (POSICAO
      *                  9: BRANCO = NOTURNA, 'E' = EMERGENCIA DE
      *                  REVOGACAO, JCL PROGCB12), REPASSADO AO LIVRO DE
      *                  CORRIDA PARA O PASSO SE CONFERIR CONTRA A
      *                  CORRIDA CERTA.
      * 15-10-2026 AM    O TOKEN DA CHAVE PRONTA TAMBEM E LEVADO A
      *                  ULTIMA VERSAO DO ROTULO NO HISTORICO DE VERSOES
      *                  DE CHAVE (KBVERS, GERENTE PROGCOB47), NO LUGAR
      *                  DO ESQUELETO GRAVADO PELO PROGCOB30. VERSOES
      *                  ATUALIZADAS E ERROS DO HISTORICO ENTRAM NO
      *                  RELATORIO; ERRO NO HISTORICO TERMINA COM RC=8.
      * 15-10-2026 AM    TODA CHAVE PRONTA REGRAVADA NO INVENTARIO GRAVA
      *                  NO JORNAL KBINVJN (COPY KBJRNREC) AS IMAGENS DO
      *                  REGISTRO ANTES E DEPOIS, COM A DATA E O TIPO DA
      *                  CORRIDA DO LIVRO E O PASSO, PARA O ESTORNO DA
      *                  CORRIDA PELO PROGCOB38. JORNAL QUE NAO ABRE E
      *                  ERRO FATAL; FALHA NA GRAVACAO TERMINA O PASSO
      *                  COM RC=8 E APARECE NO KBAPRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
           SELECT AP-CARTAO-CONTROLE ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SYSIN.
      *
           SELECT AP-ARQUIVO-JORNAL ASSIGN TO "KBINVJN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           05  KY-TAMANHO-CHAVE          PIC 9(09).
           05  KY-TOKEN-DA-CHAVE         PIC X(725).
           05  KY-TIPO-CHAVE             PIC X(03).
           05  KY-AREA-SOLICITANTE       PIC X(03).
      *
       FD  AP-ARQUIVO-TOKEN.
       01  AP-REGISTRO-TOKEN.
           05  TK-COD-TRANSACAO          PIC X(01).
               88  TK-TRANS-DESATIVACAO  VALUE 'D'.
           05  TK-TIPO-CHAVE             PIC X(03).
           05  TK-AREA-SOLICITANTE       PIC X(03).
      *
       FD  AP-CADASTRO-INVENTARIO.
           COPY KBINVREC.
       FD  AP-CARTAO-CONTROLE.
       01  AP-REGISTRO-CONTROLE.
           05  CTL-DATA-EXECUCAO         PIC X(08).
           05  CTL-TIPO-CORRIDA          PIC X(01).
           05  FILLER                    PIC X(71).
      *
       FD  AP-ARQUIVO-JORNAL.
           COPY KBJRNREC.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           COPY KBLEDCOM.
       77  PROGCOB45                 PIC X(09)       VALUE 'PROGCOB45'.
      *----------------------------------------------------------------*
      *    HISTORICO DE VERSOES DE CHAVE (GERENTE PROGCOB47)
      *----------------------------------------------------------------*
           COPY KBVERCOM.
       77  PROGCOB47                 PIC X(09)       VALUE 'PROGCOB47'.
      *----------------------------------------------------------------*
      *    CHAVES E INDICADORES DE STATUS DE ARQUIVO
      *----------------------------------------------------------------*
       01  WS-STATUS-CHAVES              PIC X(02)      VALUE SPACES.
           88  WS-INVENTARIO-NAO-ACHOU   VALUE '23'.
       01  WS-STATUS-RELATORIO           PIC X(02)      VALUE SPACES.
       01  WS-STATUS-SYSIN               PIC X(02)      VALUE SPACES.
       01  WS-STATUS-JORNAL              PIC X(02)      VALUE SPACES.
           88  WS-JORNAL-OK              VALUE '00'.
           88  WS-JORNAL-NAO-EXISTE      VALUE '35'.
      *----------------------------------------------------------------*
      *    SWITCHES DE CONTROLE DO PROCESSAMENTO
      *----------------------------------------------------------------*
           05  WS-QTDE-TOKENS-LIDOS      PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-DESATIVACOES      PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-SEM-CHAVE-PRONTA  PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-VERSOES           PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ERROS-HISTORICO   PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-JORNAL            PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ERROS-JORNAL      PIC 9(09) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *    DATA DE EXECUCAO DA NOITE (CARTAO DE CONTROLE), CONFERIDA
      *    CONTRA A CORRIDA REGISTRADA NO LIVRO
      *----------------------------------------------------------------*
       01  WS-DATA-EXECUCAO              PIC 9(08)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    TIPO DA CORRIDA DO CARTAO (BRANCO = NOTURNA, 'E' =
      *    EMERGENCIA), GRAVADO NO LIVRO E NO JORNAL DO INVENTARIO
      *----------------------------------------------------------------*
       01  WS-TIPO-CORRIDA               PIC X(01)      VALUE SPACE.
      *----------------------------------------------------------------*
      *    TABELA DOS ROTULOS COM CHAVE PRONTA EM KBKEYOUT,
      *    ORGANIZADA COMO TABELA DE DISPERSAO COM SONDAGEM LINEAR
      *    (MESMO PADRAO DA TRIAGEM DE DUPLICIDADE E DA CONCILIACAO
      * 1000-INICIALIZAR
      * ABRE OS ARQUIVOS E VERIFICA AS ABERTURAS. QUALQUER ENTRADA OU
      * O PROPRIO INVENTARIO SEM ABRIR E FATAL: APLICACAO PARCIAL
      * DEIXARIA ESQUELETOS NO CADASTRO SEM NENHUM AVISO. O JORNAL
      * DE IMAGENS (KBINVJN) E ACRESCENTADO, CRIADO NA PRIMEIRA
      * EXECUCAO; SEM ELE A CORRIDA NAO PODERIA SER ESTORNADA PELO
      * PROGCOB38, ENTAO TAMBEM E FATAL.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           OPEN INPUT  AP-ARQUIVO-CHAVES
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
           END-IF
      *
           MOVE 'A' TO VC-FUNCAO
           CALL PROGCOB47 USING VC-AREA-VERSAO
           IF NOT VC-RESULTADO-OK
               DISPLAY 'ERRO FATAL - KBVERS NAO ABRIU. RESULTADO='
                       VC-RESULTADO
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
           END-IF
      *
           OPEN EXTEND AP-ARQUIVO-JORNAL
           IF WS-JORNAL-NAO-EXISTE
               OPEN OUTPUT AP-ARQUIVO-JORNAL
           END-IF
           IF NOT WS-JORNAL-OK
               DISPLAY 'ERRO FATAL - KBINVJN NAO ABRIU. STATUS='
                       WS-STATUS-JORNAL
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
           END-IF
      *
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'AVISO - KBAPRPT NAO ABRIU. STATUS='
           MOVE 'PROGCOB35' TO LG-PROGRAMA
           MOVE 'N' TO LG-IND-PARTICIONADO
           MOVE SPACES TO LG-QUALIFICADOR
           IF CTL-TIPO-CORRIDA = 'E'
               MOVE 'E' TO WS-TIPO-CORRIDA
           ELSE
               MOVE SPACE TO WS-TIPO-CORRIDA
           END-IF
           MOVE WS-TIPO-CORRIDA TO LG-TIPO-CORRIDA
           MOVE ZEROS TO LG-RETCODE-PASSO
           CALL PROGCOB45 USING LG-AREA-LIVRO
      *
           READ AP-CADASTRO-INVENTARIO
           EVALUATE TRUE
               WHEN WS-INVENTARIO-OK
                   PERFORM 2200-GUARDAR-IMAGEM-ANTERIOR
                       THRU 2200-GUARDAR-IMAGEM-ANTERIOR-EXIT
                   MOVE KY-TOKEN-DA-CHAVE TO IV-TOKEN-DA-CHAVE
                   REWRITE IV-REGISTRO-INVENTARIO
                   IF WS-INVENTARIO-OK
                       ADD 1 TO WS-QTDE-APLICADAS
                       PERFORM 2300-REGISTRAR-CHAVE-PRONTA
                           THRU 2300-REGISTRAR-CHAVE-PRONTA-EXIT
                       PERFORM 2400-GRAVAR-JORNAL
                           THRU 2400-GRAVAR-JORNAL-EXIT
                   ELSE
                       DISPLAY 'ERRO VSAM NA REGRAVACAO DO ROTULO: '
                               KY-TEXTO-1 ' ' KY-TEXTO-2
       2100-APLICAR-UMA-CHAVE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2200-GUARDAR-IMAGEM-ANTERIOR
      * GUARDA NA AREA DO HISTORICO DE VERSOES A IMAGEM DO ROTULO NO
      * INVENTARIO ANTES DA REGRAVACAO DO TOKEN. O GERENTE SO A USA
      * QUANDO O ROTULO AINDA NAO TEM HISTORICO. A IMAGEM COMPLETA DO
      * REGISTRO TAMBEM VAI PARA O JORNAL DO INVENTARIO.
      *----------------------------------------------------------------*
       2200-GUARDAR-IMAGEM-ANTERIOR.
           MOVE 'S'                    TO JN-IND-ANTES
           MOVE IV-REGISTRO-INVENTARIO TO JN-IMAGEM-ANTES
           MOVE 'S'                 TO VC-IND-ANTERIOR
           MOVE IV-STATUS-ROTULO    TO VC-ANT-STATUS-ROTULO
           MOVE IV-TAMANHO-CHAVE    TO VC-ANT-TAMANHO-CHAVE
           MOVE IV-TIPO-CHAVE       TO VC-ANT-TIPO-CHAVE
           MOVE IV-DATA-CONSTRUCAO  TO VC-ANT-DATA-CONSTRUCAO
           MOVE IV-HORA-CONSTRUCAO  TO VC-ANT-HORA-CONSTRUCAO
           MOVE IV-DATA-INATIVACAO  TO VC-ANT-DATA-INATIVACAO
           MOVE IV-AREA-SOLICITANTE TO VC-ANT-AREA-SOLICITANTE
           MOVE IV-TOKEN-DA-CHAVE   TO VC-ANT-TOKEN-DA-CHAVE.
       2200-GUARDAR-IMAGEM-ANTERIOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2300-REGISTRAR-CHAVE-PRONTA
      * LEVA O TOKEN DA CHAVE PRONTA PARA A ULTIMA VERSAO DO ROTULO NO
      * HISTORICO DE VERSOES (PROGCOB47, FUNCAO 'K'), NO LUGAR DO
      * TOKEN ESQUELETO GRAVADO PELO PROGCOB30. FALHA NO HISTORICO
      * NAO DESFAZ O INVENTARIO; E CONTADA A PARTE E TERMINA O PASSO
      * COM RC=8.
      *----------------------------------------------------------------*
       2300-REGISTRAR-CHAVE-PRONTA.
           MOVE 'K'                 TO VC-FUNCAO
           MOVE KY-TEXTO-1          TO VC-TEXTO-1
           MOVE KY-TEXTO-2          TO VC-TEXTO-2
           MOVE WS-DATA-EXECUCAO    TO VC-DATA-EVENTO
           MOVE 'N'                 TO VC-IND-REVOGACAO
           MOVE KY-TAMANHO-CHAVE    TO VC-TAMANHO-CHAVE
           MOVE KY-TIPO-CHAVE       TO VC-TIPO-CHAVE
           MOVE IV-DATA-CONSTRUCAO  TO VC-DATA-CONSTRUCAO
           MOVE IV-HORA-CONSTRUCAO  TO VC-HORA-CONSTRUCAO
           MOVE IV-AREA-SOLICITANTE TO VC-AREA-SOLICITANTE
           MOVE KY-TOKEN-DA-CHAVE   TO VC-TOKEN-DA-CHAVE
           CALL PROGCOB47 USING VC-AREA-VERSAO
      *
           EVALUATE TRUE
               WHEN VC-RESULTADO-OK
                   ADD 1 TO WS-QTDE-VERSOES
               WHEN VC-SEM-VERSAO
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO NO HISTORICO DE VERSOES - ROTULO: '
                           KY-TEXTO-1 ' ' KY-TEXTO-2
                           ' RESULTADO=' VC-RESULTADO
                   ADD 1 TO WS-QTDE-ERROS-HISTORICO
           END-EVALUATE.
       2300-REGISTRAR-CHAVE-PRONTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2400-GRAVAR-JORNAL
      * ACRESCENTA AO JORNAL DO INVENTARIO (KBINVJN, COPY KBJRNREC) O
      * REGISTRO DA CHAVE PRONTA JA APLICADA AO CADASTRO: A IMAGEM
      * ANTERIOR GUARDADA EM 2200, A IMAGEM REGRAVADA E A OPERACAO
      * 'K', COM A DATA E O TIPO DA CORRIDA DO LIVRO E O PASSO. FALHA
      * NO JORNAL NAO DESFAZ O INVENTARIO; E CONTADA A PARTE E
      * TERMINA O PASSO COM RC=8.
      *----------------------------------------------------------------*
       2400-GRAVAR-JORNAL.
           ADD 1 TO WS-QTDE-JORNAL
           MOVE IV-TEXTO-1             TO JN-TEXTO-1
           MOVE IV-TEXTO-2             TO JN-TEXTO-2
           MOVE WS-DATA-EXECUCAO       TO JN-DATA-CORRIDA
           MOVE WS-TIPO-CORRIDA        TO JN-TIPO-CORRIDA
           MOVE 'PROGCOB35'            TO JN-PROGRAMA
           ACCEPT JN-DATA-GRAVACAO FROM DATE YYYYMMDD
           ACCEPT JN-HORA-GRAVACAO FROM TIME
           MOVE WS-QTDE-JORNAL         TO JN-SEQUENCIA
           MOVE 'K'                    TO JN-OPERACAO
           MOVE IV-REGISTRO-INVENTARIO TO JN-IMAGEM-DEPOIS
           WRITE JN-REGISTRO-JORNAL
           IF NOT WS-JORNAL-OK
               DISPLAY 'ERRO NO JORNAL DO INVENTARIO - ROTULO: '
                       IV-TEXTO-1 ' ' IV-TEXTO-2
                       ' STATUS=' WS-STATUS-JORNAL
               ADD 1 TO WS-QTDE-ERROS-JORNAL
           END-IF.
       2400-GRAVAR-JORNAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-CRUZAR-ESQUELETOS
      * CRUZA OS ESQUELETOS DE KBTOKEN CONTRA AS CHAVES PRONTAS JA
      * REGISTRADAS NA TABELA DE DISPERSAO.
      * 8000-ENCERRAMENTO
      * GRAVA O RELATORIO DA APLICACAO, FECHA OS ARQUIVOS E SINALIZA
      * NO RETURN-CODE OS ESQUELETOS SEM CHAVE PRONTA E OS ERROS DE
      * VSAM, DO HISTORICO E DO JORNAL DO INVENTARIO.
      *----------------------------------------------------------------*
       8000-ENCERRAMENTO.
           IF NOT ERRO-ABERTURA-FATAL
           CLOSE AP-ARQUIVO-TOKEN
           CLOSE AP-CADASTRO-INVENTARIO
           CLOSE AP-ARQUIVO-RELATORIO
           CLOSE AP-ARQUIVO-JORNAL
           MOVE 'F' TO VC-FUNCAO
           CALL PROGCOB47 USING VC-AREA-VERSAO
      *
           DISPLAY 'APLICACAO DAS CHAVES PRONTAS - FIM'
           DISPLAY 'CHAVES PRONTAS LIDAS ....: ' WS-QTDE-CHAVES-LIDAS
           DISPLAY 'SEM CHAVE PRONTA ........: '
               WS-QTDE-SEM-CHAVE-PRONTA
           DISPLAY 'ERROS DE VSAM ...........: ' WS-QTDE-ERROS-VSAM
           DISPLAY 'VERSOES ATUALIZADAS .....: ' WS-QTDE-VERSOES
           DISPLAY 'ERROS NO HISTORICO ......: '
               WS-QTDE-ERROS-HISTORICO
           DISPLAY 'IMAGENS NO JORNAL .......: ' WS-QTDE-JORNAL
           DISPLAY 'ERROS NO JORNAL .........: '
               WS-QTDE-ERROS-JORNAL
      *
           IF TABELA-SATURADA
               DISPLAY 'ERRO - TABELA DE CHAVES PRONTAS SATURADA - '
           IF RETURN-CODE = ZERO
              AND (WS-QTDE-SEM-CHAVE-PRONTA > ZERO
                   OR WS-QTDE-SEM-INVENTARIO > ZERO
                   OR WS-QTDE-ERROS-VSAM > ZERO
                   OR WS-QTDE-ERROS-HISTORICO > ZERO
                   OR WS-QTDE-ERROS-JORNAL > ZERO)
               MOVE 8 TO RETURN-CODE
           END-IF
      *
           MOVE 'ERROS DE VSAM' TO WS-LD-ROTULO
           MOVE WS-QTDE-ERROS-VSAM TO WS-LD-VALOR
           WRITE AP-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'VERSOES ATUALIZADAS NO HISTORICO' TO WS-LD-ROTULO
           MOVE WS-QTDE-VERSOES TO WS-LD-VALOR
           WRITE AP-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ERROS NO HISTORICO DE VERSOES' TO WS-LD-ROTULO
           MOVE WS-QTDE-ERROS-HISTORICO TO WS-LD-VALOR
           WRITE AP-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'IMAGENS GRAVADAS NO JORNAL (KBINVJN)' TO WS-LD-ROTULO
           MOVE WS-QTDE-JORNAL TO WS-LD-VALOR
           WRITE AP-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ERROS NO JORNAL DO INVENTARIO' TO WS-LD-ROTULO
           MOVE WS-QTDE-ERROS-JORNAL TO WS-LD-VALOR
           WRITE AP-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           PERFORM VARYING IDX-DISC FROM 1 BY 1
                   UNTIL IDX-DISC > WS-QTDE-DISC-TABELA
