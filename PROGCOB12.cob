      ******************************************************************
      * Author: ALEX MENDES
      * Date: 15-10-2026
      * Purpose: PRIMEIRO PASSO DA CORRIDA DE EMERGENCIA DE REVOGACAO
      *          DE CHAVE COMPROMETIDA (JCL PROGCB12). A SUBSTITUICAO
      *          DE UMA CHAVE SO ACONTECIA PELA RENOVACAO 'R' NA
      *          CADEIA DA NOITE, E A APLICACAO CONSUMIDORA FICAVA
      *          PARADA ATE A MANHA SEGUINTE. ESTE PROGRAMA LE O
      *          MOVIMENTO DE REVOGACAO PREPARADO PELA SEGURANCA
      *          (LAYOUT DO KBINPUT, TRANSACAO 'C'), MARCA NA HORA
      *          CADA ROTULO COMO COMPROMETIDO NO KBINVEN (STATUS 'C'),
      *          GRAVA O AVISO URGENTE DE REVOGACAO NO ARQUIVO DO
      *          DESTINO DO ROTULO NA TABELA DE ROTEAMENTO (KBURG1-4,
      *          MESMA KBROUTES DA DISTRIBUICAO DO PROGCOB28) E
      *          REGISTRA A CORRIDA DE EMERGENCIA NO LIVRO DE CORRIDA
      *          (TIPO 'E'), SEPARADA DA CORRIDA DA NOITE. OS PASSOS
      *          SEGUINTES DA JCL GERAM, INVENTARIAM E ENTREGAM A
      *          CHAVE SUBSTITUTA DESSES ROTULOS.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 15-10-2026 AM    VERSAO INICIAL - MARCACAO DO ROTULO
      *                  COMPROMETIDO, AVISO URGENTE POR DESTINO E
      *                  REGISTRO DA CORRIDA DE EMERGENCIA NO LIVRO
      *                  (JCL PROGCB12).
      * 15-10-2026 AM    A MARCACAO DO ROTULO COMPROMETIDO TAMBEM E
      *                  REGISTRADA NO HISTORICO DE VERSOES DE CHAVE
      *                  (KBVERS, GERENTE PROGCOB47): A VERSAO CORRENTE
      *                  PASSA A COMPROMETIDA COM A DATA DA CORRIDA.
      *                  ERRO NO HISTORICO TERMINA COM RC=8.
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       PROGRAM-ID. PROGCOB12.
       AUTHOR. ALEX MENDES.
       INSTALLATION. CENTRO DE PROCESSAMENTO DE DADOS.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EM-ARQUIVO-ENTRADA ASSIGN TO "KBINPUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENTRADA.
      *
           SELECT EM-CADASTRO-INVENTARIO ASSIGN TO "KBINVEN"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IV-CHAVE-ROTULO
               FILE STATUS IS WS-STATUS-INVENTARIO.
      *
           SELECT EM-TABELA-ROTAS ASSIGN TO "KBROUTES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ROTAS.
      *
           SELECT EM-AVISO-1 ASSIGN TO "KBURG1"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AVISO-1.
      *
           SELECT EM-AVISO-2 ASSIGN TO "KBURG2"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AVISO-2.
      *
           SELECT EM-AVISO-3 ASSIGN TO "KBURG3"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AVISO-3.
      *
           SELECT EM-AVISO-4 ASSIGN TO "KBURG4"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AVISO-4.
      *
           SELECT EM-SEM-ROTA ASSIGN TO "KBURGNR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEM-ROTA.
      *
           SELECT EM-ARQUIVO-RELATORIO ASSIGN TO "KBEMRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
      *
           SELECT EM-CARTAO-CONTROLE ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SYSIN.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*
       FD  EM-ARQUIVO-ENTRADA.
       01  EM-REGISTRO-ENTRADA.
           05  KB-TEXTO-1                PIC X(15).
           05  KB-TEXTO-2                PIC X(15).
           05  KB-TAMANHO-CHAVE          PIC 9(09).
           05  KB-COD-TRANSACAO          PIC X(01).
               88  KB-TRANS-REVOGACAO    VALUE 'C'.
           05  KB-TIPO-CHAVE             PIC X(03).
           05  KB-USUARIO-SOLICITANTE    PIC X(08).
           05  KB-USUARIO-APROVADOR      PIC X(08).
           05  KB-AREA-SOLICITANTE       PIC X(03).
      *
       FD  EM-CADASTRO-INVENTARIO.
           COPY KBINVREC.
      *
       FD  EM-TABELA-ROTAS.
       01  EM-REGISTRO-ROTA.
           05  RT-PREFIXO                PIC X(15).
           05  RT-COMPR-PREFIXO          PIC 9(02).
           05  RT-DESTINO                PIC 9(01).
           05  RT-NOME-DESTINO           PIC X(08).
           05  FILLER                    PIC X(54).
      *
       FD  EM-AVISO-1.
       01  EM-LINHA-AVISO-1              PIC X(132).
      *
       FD  EM-AVISO-2.
       01  EM-LINHA-AVISO-2              PIC X(132).
      *
       FD  EM-AVISO-3.
       01  EM-LINHA-AVISO-3              PIC X(132).
      *
       FD  EM-AVISO-4.
       01  EM-LINHA-AVISO-4              PIC X(132).
      *
       FD  EM-SEM-ROTA.
       01  EM-LINHA-SEM-ROTA             PIC X(132).
      *
       FD  EM-ARQUIVO-RELATORIO.
       01  EM-LINHA-RELATORIO            PIC X(132).
      *
       FD  EM-CARTAO-CONTROLE.
       01  EM-REGISTRO-CONTROLE.
           05  CTL-DATA-EXECUCAO         PIC X(08).
           05  FILLER                    PIC X(72).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    LIVRO DE CORRIDA DA CADEIA (GERENTE PROGCOB45)
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
       01  WS-STATUS-ENTRADA             PIC X(02)      VALUE SPACES.
           88  WS-ENTRADA-OK             VALUE '00'.
       01  WS-STATUS-INVENTARIO          PIC X(02)      VALUE SPACES.
           88  WS-INVENTARIO-OK          VALUE '00'.
           88  WS-INVENTARIO-NAO-ACHOU   VALUE '23'.
       01  WS-STATUS-ROTAS               PIC X(02)      VALUE SPACES.
           88  WS-ROTAS-OK               VALUE '00'.
       01  WS-STATUS-AVISO-1             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-AVISO-2             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-AVISO-3             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-AVISO-4             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-SEM-ROTA            PIC X(02)      VALUE SPACES.
       01  WS-STATUS-RELATORIO           PIC X(02)      VALUE SPACES.
       01  WS-STATUS-SYSIN               PIC X(02)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    SWITCHES DE CONTROLE DO PROCESSAMENTO
      *----------------------------------------------------------------*
       01  WS-SWITCHES-LOTE.
           05  WS-FIM-ARQUIVO            PIC X(01)      VALUE 'N'.
               88  FIM-ARQUIVO           VALUE 'S'.
           05  WS-ERRO-ABERTURA          PIC X(01)      VALUE 'N'.
               88  ERRO-ABERTURA-FATAL   VALUE 'S'.
           05  WS-LIVRO-ABERTO           PIC X(01)      VALUE 'N'.
               88  LIVRO-ABERTO          VALUE 'S'.
           05  WS-CORRIDA-REPROVADA      PIC X(01)      VALUE 'N'.
               88  CORRIDA-REPROVADA     VALUE 'S'.
           05  WS-ROTA-ACHADA            PIC X(01)      VALUE 'N'.
               88  ROTA-ACHADA           VALUE 'S'.
           05  WS-ROTULO-MARCADO         PIC X(01)      VALUE 'N'.
               88  ROTULO-MARCADO        VALUE 'S'.
      *----------------------------------------------------------------*
      *    CONTADORES DA CORRIDA DE EMERGENCIA
      *----------------------------------------------------------------*
       01  WS-CONTADORES-LOTE.
           05  WS-QTDE-LIDOS             PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-MARCADOS          PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-JA-MARCADOS       PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-RECUSADOS         PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-AVISADOS          PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-SEM-ROTA          PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ERROS-VSAM        PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ERROS-HISTORICO   PIC 9(09) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *    DATA DE EXECUCAO (CARTAO DE CONTROLE) E DATA/HORA DA
      *    MARCACAO, IMPRESSAS NO AVISO URGENTE
      *----------------------------------------------------------------*
       01  WS-DATA-EXECUCAO              PIC 9(08)      VALUE ZEROS.
       01  WS-HORA-MARCACAO              PIC 9(08)      VALUE ZEROS.
       01  WS-MOTIVO-RECUSA              PIC X(40)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    TABELA DE ROTEAMENTO (KBROUTES), A MESMA DA DISTRIBUICAO
      *    DAS CHAVES PRONTAS (PROGCOB28): PREFIXO DE TEXTO-1 X
      *    DESTINO (1 A 4). A PRIMEIRA ROTA QUE CASA DECIDE.
      *----------------------------------------------------------------*
       77  WS-MAXIMO-ROTAS               PIC 9(03) COMP VALUE 100.
       01  WS-QTDE-ROTAS                 PIC 9(03) COMP VALUE ZERO.
       01  TABELA-ROTAS.
           05  RO-ENTRY OCCURS 100 TIMES INDEXED BY IDX-ROTA.
               10  RO-PREFIXO            PIC X(15).
               10  RO-COMPR-PREFIXO      PIC 9(02) COMP.
               10  RO-DESTINO            PIC 9(01).
      *----------------------------------------------------------------*
      *    AVISOS POR DESTINO, COM O NOME DA APLICACAO RECEPTORA
      *    (PRIMEIRA ROTA QUE NOMEOU O DESTINO). O CABECALHO DO AVISO
      *    SO E GRAVADO NO PRIMEIRO ROTULO DO DESTINO: DESTINO SEM
      *    ROTULO REVOGADO NAO RECEBE AVISO VAZIO.
      *----------------------------------------------------------------*
       01  TABELA-DESTINOS.
           05  DE-ENTRY OCCURS 4 TIMES INDEXED BY IDX-DEST.
               10  DE-NOME               PIC X(08).
               10  DE-ATIVO              PIC X(01).
               10  DE-QTDE-AVISOS        PIC 9(09) COMP.
       01  WS-DESTINO-CORRENTE           PIC 9(01)      VALUE ZERO.
      *----------------------------------------------------------------*
      *    AREAS DE MONTAGEM DAS LINHAS DO AVISO URGENTE. O REGISTRO
      *    DE CONTROLE ('CTL') FECHA O AVISO COM DESTINO, DATA E
      *    TOTAL, NO MESMO PADRAO DO MANIFESTO DE ENTREGA.
      *----------------------------------------------------------------*
       01  WS-LINHA-AVI-CABECALHO.
           05  FILLER PIC X(40) VALUE
               '*** AVISO URGENTE DE REVOGACAO DE CHAVE '.
           05  FILLER PIC X(06) VALUE '*** - '.
           05  WS-AC-NOME                PIC X(08)      VALUE SPACES.
           05  FILLER PIC X(08) VALUE '  DATA: '.
           05  WS-AC-DATA                PIC 9(08)      VALUE ZERO.
           05  FILLER PIC X(08) VALUE '  HORA: '.
           05  WS-AC-HORA                PIC 9(08)      VALUE ZERO.
           05  FILLER                    PIC X(46)      VALUE SPACES.
       01  WS-LINHA-AVI-INSTRUCAO.
           05  FILLER PIC X(44) VALUE
               '   CHAVE DOS ROTULOS ABAIXO FOI REVOGADA POR'.
           05  FILLER PIC X(44) VALUE
               ' SUSPEITA DE COMPROMETIMENTO. A SUBSTITUTA E'.
           05  FILLER PIC X(44) VALUE
               ' ENTREGUE AINDA HOJE PELA CORRIDA EMERGENCIA'.
       01  WS-LINHA-AVI-ROTULO.
           05  FILLER PIC X(10) VALUE '  ROTULO: '.
           05  WS-AR-TEXTO-1             PIC X(15)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  WS-AR-TEXTO-2             PIC X(15)      VALUE SPACES.
           05  FILLER PIC X(07) VALUE ' TIPO: '.
           05  WS-AR-TIPO                PIC X(03)      VALUE SPACES.
           05  FILLER PIC X(07) VALUE ' AREA: '.
           05  WS-AR-AREA                PIC X(03)      VALUE SPACES.
           05  FILLER PIC X(14) VALUE ' SOLICITANTE: '.
           05  WS-AR-SOLICITANTE         PIC X(08)      VALUE SPACES.
           05  FILLER PIC X(12) VALUE ' APROVADOR: '.
           05  WS-AR-APROVADOR           PIC X(08)      VALUE SPACES.
           05  FILLER                    PIC X(29)      VALUE SPACES.
       01  WS-LINHA-AVI-CONTROLE.
           05  FILLER PIC X(04) VALUE 'CTL '.
           05  WS-AT-NOME                PIC X(08)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  WS-AT-DATA                PIC 9(08)      VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  WS-AT-HORA                PIC 9(08)      VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  WS-AT-QTDE-TOTAL          PIC 9(09)      VALUE ZERO.
           05  FILLER                    PIC X(92)      VALUE SPACES.
       01  WS-LINHA-AVISO                PIC X(132)     VALUE SPACES.
      *----------------------------------------------------------------*
      *    AREAS DE MONTAGEM DAS LINHAS DO RELATORIO
      *----------------------------------------------------------------*
       01  WS-LINHA-CABECALHO.
           05  FILLER PIC X(44) VALUE
               'RELATORIO DA CORRIDA DE EMERGENCIA DE REVOGA'.
           05  FILLER PIC X(38) VALUE
               'CAO DE CHAVES COMPROMETIDAS (KBINVEN)'.
           05  FILLER                    PIC X(50)      VALUE SPACES.
       01  WS-LINHA-DETALHE.
           05  WS-LD-ROTULO              PIC X(40)      VALUE SPACES.
           05  WS-LD-VALOR               PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05  FILLER                    PIC X(81)      VALUE SPACES.
       01  WS-LINHA-DATA.
           05  WS-LDA-ROTULO             PIC X(40)      VALUE SPACES.
           05  WS-LDA-DATA               PIC 9(08)      VALUE ZERO.
           05  FILLER                    PIC X(84)      VALUE SPACES.
       01  WS-LINHA-ROTULO.
           05  WS-LR-SITUACAO            PIC X(18)      VALUE SPACES.
           05  WS-LR-TEXTO-1             PIC X(15)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  WS-LR-TEXTO-2             PIC X(15)      VALUE SPACES.
           05  FILLER                    PIC X(02)      VALUE SPACES.
           05  WS-LR-MOTIVO              PIC X(40)      VALUE SPACES.
           05  FILLER                    PIC X(41)      VALUE SPACES.
       01  WS-LINHA-DESTINO.
           05  FILLER PIC X(12) VALUE '  DESTINO : '.
           05  WS-LDE-NUMERO             PIC 9(01)      VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  WS-LDE-NOME               PIC X(08)      VALUE SPACES.
           05  FILLER PIC X(10) VALUE ' AVISOS: '.
           05  WS-LDE-TOTAL              PIC ZZZ,ZZ9    VALUE ZERO.
           05  FILLER                    PIC X(93)      VALUE SPACES.
       01  WS-LINHA-BRANCO               PIC X(132)     VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      * CONTROLA A SEQUENCIA GERAL DA MARCACAO DE EMERGENCIA.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
      *
           PERFORM 2000-REVOGAR-ROTULO
               THRU 2000-REVOGAR-ROTULO-EXIT
               UNTIL FIM-ARQUIVO
      *
           PERFORM 8000-ENCERRAMENTO THRU 8000-ENCERRAMENTO-EXIT
      *
           GOBACK.
      *----------------------------------------------------------------*
      * 1000-INICIALIZAR
      * ABRE OS ARQUIVOS, VERIFICA AS ABERTURAS, LE A DATA DE
      * EXECUCAO, REGISTRA A CORRIDA DE EMERGENCIA NO LIVRO, CARREGA
      * A TABELA DE ROTEAMENTO E LE O PRIMEIRO PEDIDO DE REVOGACAO.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           ACCEPT WS-HORA-MARCACAO FROM TIME
           OPEN INPUT  EM-ARQUIVO-ENTRADA
           OPEN I-O    EM-CADASTRO-INVENTARIO
           OPEN INPUT  EM-TABELA-ROTAS
           OPEN OUTPUT EM-AVISO-1
           OPEN OUTPUT EM-AVISO-2
           OPEN OUTPUT EM-AVISO-3
           OPEN OUTPUT EM-AVISO-4
           OPEN OUTPUT EM-SEM-ROTA
           OPEN OUTPUT EM-ARQUIVO-RELATORIO
      *
           IF NOT WS-ENTRADA-OK
               DISPLAY 'ERRO FATAL - KBINPUT NAO ABRIU. STATUS='
                       WS-STATUS-ENTRADA
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO TO TRUE
           END-IF
      *
           IF NOT WS-INVENTARIO-OK
               DISPLAY 'ERRO FATAL - KBINVEN NAO ABRIU. STATUS='
                       WS-STATUS-INVENTARIO
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO TO TRUE
           END-IF
      *
           IF NOT WS-ROTAS-OK
               DISPLAY 'ERRO FATAL - KBROUTES NAO ABRIU. STATUS='
                       WS-STATUS-ROTAS
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO TO TRUE
           END-IF
      *
           MOVE 'A' TO VC-FUNCAO
           CALL PROGCOB47 USING VC-AREA-VERSAO
           IF NOT VC-RESULTADO-OK
               DISPLAY 'ERRO FATAL - KBVERS NAO ABRIU. RESULTADO='
                       VC-RESULTADO
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO TO TRUE
           END-IF
      *
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'AVISO - KBEMRPT NAO ABRIU. STATUS='
                       WS-STATUS-RELATORIO
           END-IF
      *
           PERFORM 1050-ZERAR-DESTINOS THRU 1050-ZERAR-DESTINOS-EXIT
      *
           IF NOT ERRO-ABERTURA-FATAL
               PERFORM 1100-LER-CARTAO-CONTROLE
                   THRU 1100-LER-CARTAO-CONTROLE-EXIT
               PERFORM 1200-CARREGAR-ROTAS
                   THRU 1200-CARREGAR-ROTAS-EXIT
           END-IF
      *
           IF NOT ERRO-ABERTURA-FATAL
               PERFORM 1150-REGISTRAR-CORRIDA
                   THRU 1150-REGISTRAR-CORRIDA-EXIT
               IF NOT CORRIDA-REPROVADA
                   PERFORM 2900-LER-PROXIMO-PEDIDO
                       THRU 2900-LER-PROXIMO-PEDIDO-EXIT
               END-IF
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1050-ZERAR-DESTINOS
      * ZERA A TABELA DE AVISOS POR DESTINO.
      *----------------------------------------------------------------*
       1050-ZERAR-DESTINOS.
           PERFORM VARYING IDX-DEST FROM 1 BY 1 UNTIL IDX-DEST > 4
               MOVE SPACES TO DE-NOME (IDX-DEST)
               MOVE 'N'    TO DE-ATIVO (IDX-DEST)
               MOVE ZERO   TO DE-QTDE-AVISOS (IDX-DEST)
           END-PERFORM.
       1050-ZERAR-DESTINOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1100-LER-CARTAO-CONTROLE
      * LE O CARTAO SYSIN COM A DATA DE EXECUCAO DA CORRIDA DE
      * EMERGENCIA (A MESMA INFORMADA AOS PASSOS SEGUINTES DA JCL).
      * SEM CARTAO VALIDO, ASSUME-SE A DATA DO RELOGIO.
      *----------------------------------------------------------------*
       1100-LER-CARTAO-CONTROLE.
           OPEN INPUT EM-CARTAO-CONTROLE
           IF WS-STATUS-SYSIN = '00'
               READ EM-CARTAO-CONTROLE
                   AT END
                       MOVE SPACES TO CTL-DATA-EXECUCAO
               END-READ
               CLOSE EM-CARTAO-CONTROLE
           ELSE
               MOVE SPACES TO CTL-DATA-EXECUCAO
           END-IF
      *
           IF CTL-DATA-EXECUCAO IS NUMERIC
               MOVE CTL-DATA-EXECUCAO TO WS-DATA-EXECUCAO
           ELSE
               DISPLAY 'AVISO - DATA DE EXECUCAO AUSENTE OU INVALIDA '
                       '- ASSUMIDA A DATA DO RELOGIO'
               ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           END-IF.
       1100-LER-CARTAO-CONTROLE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1150-REGISTRAR-CORRIDA
      * REGISTRA NO LIVRO A CORRIDA DE EMERGENCIA (TIPO 'E') COM A
      * DATA DE EXECUCAO DO CARTAO. OS PASSOS SEGUINTES DA JCL
      * PROGCB12 CONFEREM A SUA DATA CONTRA ESTA CORRIDA, E NAO
      * CONTRA A CORRIDA DA NOITE. SEM O REGISTRO, NENHUM ROTULO E
      * MARCADO (RC=20).
      *----------------------------------------------------------------*
       1150-REGISTRAR-CORRIDA.
           MOVE 'R' TO LG-FUNCAO
           MOVE WS-DATA-EXECUCAO TO LG-DATA-EXECUCAO
           MOVE 'PROGCOB12' TO LG-PROGRAMA
           MOVE 'N' TO LG-IND-PARTICIONADO
           MOVE SPACES TO LG-QUALIFICADOR
           MOVE 'E' TO LG-TIPO-CORRIDA
           MOVE ZEROS TO LG-RETCODE-PASSO
           CALL PROGCOB45 USING LG-AREA-LIVRO
      *
           IF LG-RESULTADO-OK
               SET LIVRO-ABERTO TO TRUE
           ELSE
               DISPLAY 'ERRO FATAL - LIVRO DE CORRIDA REPROVOU O '
                       'PASSO. RESULTADO=' LG-RESULTADO
                       ' - NENHUM ROTULO MARCADO'
               MOVE 20 TO RETURN-CODE
               SET CORRIDA-REPROVADA TO TRUE
               SET FIM-ARQUIVO TO TRUE
           END-IF.
       1150-REGISTRAR-CORRIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1200-CARREGAR-ROTAS
      * CARREGA A TABELA DE ROTEAMENTO COM A MESMA VALIDACAO DA
      * DISTRIBUICAO (COMPRIMENTO DO PREFIXO 1-15, DESTINO 1-4).
      * ROTAS INVALIDAS OU ALEM DO LIMITE SAO AVISADAS E IGNORADAS.
      * TABELA VAZIA E FATAL: NENHUM AVISO URGENTE TERIA DESTINO.
      *----------------------------------------------------------------*
       1200-CARREGAR-ROTAS.
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM 1210-CARREGAR-UMA-ROTA
               THRU 1210-CARREGAR-UMA-ROTA-EXIT
               UNTIL FIM-ARQUIVO
           CLOSE EM-TABELA-ROTAS
           MOVE 'N' TO WS-FIM-ARQUIVO
      *
           IF WS-QTDE-ROTAS = ZERO
               DISPLAY 'ERRO FATAL - TABELA DE ROTEAMENTO VAZIA - '
                       'NENHUM AVISO TERIA DESTINO'
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO TO TRUE
           END-IF.
       1200-CARREGAR-ROTAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1210-CARREGAR-UMA-ROTA
      * LE E VALIDA UMA ROTA DA TABELA DE ROTEAMENTO.
      *----------------------------------------------------------------*
       1210-CARREGAR-UMA-ROTA.
           READ EM-TABELA-ROTAS
               AT END
                   SET FIM-ARQUIVO TO TRUE
                   GO TO 1210-CARREGAR-UMA-ROTA-EXIT
           END-READ
      *
           IF RT-COMPR-PREFIXO IS NOT NUMERIC
              OR RT-COMPR-PREFIXO < 1
              OR RT-COMPR-PREFIXO > 15
              OR RT-DESTINO IS NOT NUMERIC
              OR RT-DESTINO < 1
              OR RT-DESTINO > 4
               DISPLAY 'AVISO - ROTA INVALIDA IGNORADA: '
                       RT-PREFIXO ' ' RT-COMPR-PREFIXO ' '
                       RT-DESTINO
               GO TO 1210-CARREGAR-UMA-ROTA-EXIT
           END-IF
      *
           IF WS-QTDE-ROTAS >= WS-MAXIMO-ROTAS
               DISPLAY 'AVISO - TABELA DE ROTEAMENTO CHEIA - ROTA '
                       'IGNORADA: ' RT-PREFIXO
               GO TO 1210-CARREGAR-UMA-ROTA-EXIT
           END-IF
      *
           ADD 1 TO WS-QTDE-ROTAS
           SET IDX-ROTA TO WS-QTDE-ROTAS
           MOVE RT-PREFIXO       TO RO-PREFIXO (IDX-ROTA)
           MOVE RT-COMPR-PREFIXO TO RO-COMPR-PREFIXO (IDX-ROTA)
           MOVE RT-DESTINO       TO RO-DESTINO (IDX-ROTA)
      *
           SET IDX-DEST TO RT-DESTINO
           IF DE-ATIVO (IDX-DEST) NOT = 'S'
               MOVE 'S' TO DE-ATIVO (IDX-DEST)
               MOVE RT-NOME-DESTINO TO DE-NOME (IDX-DEST)
           END-IF.
       1210-CARREGAR-UMA-ROTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-REVOGAR-ROTULO
      * TRATA UM PEDIDO DE REVOGACAO: MARCA O ROTULO COMO
      * COMPROMETIDO NO INVENTARIO E, QUANDO MARCADO, AVISA O
      * DESTINO DO ROTULO. AVANCA PARA O PROXIMO PEDIDO.
      *----------------------------------------------------------------*
       2000-REVOGAR-ROTULO.
           ADD 1 TO WS-QTDE-LIDOS
      *
           PERFORM 2100-MARCAR-COMPROMETIDO
               THRU 2100-MARCAR-COMPROMETIDO-EXIT
           IF ROTULO-MARCADO
               PERFORM 2200-LOCALIZAR-ROTA
                   THRU 2200-LOCALIZAR-ROTA-EXIT
               IF ROTA-ACHADA
                   PERFORM 2300-AVISAR-DESTINO
                       THRU 2300-AVISAR-DESTINO-EXIT
               ELSE
                   PERFORM 2400-APONTAR-SEM-ROTA
                       THRU 2400-APONTAR-SEM-ROTA-EXIT
               END-IF
           END-IF
      *
           PERFORM 2900-LER-PROXIMO-PEDIDO
               THRU 2900-LER-PROXIMO-PEDIDO-EXIT.
       2000-REVOGAR-ROTULO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2100-MARCAR-COMPROMETIDO
      * VALIDA O PEDIDO (TRANSACAO 'C' COM APROVADOR DIFERENTE DO
      * SOLICITANTE) E REGRAVA O ROTULO ATIVO NO KBINVEN COM STATUS
      * 'C'. ROTULO JA COMPROMETIDO (RESUBMISSAO DA CORRIDA) SEGUE
      * PARA O AVISO SEM NOVA REGRAVACAO. ROTULO AUSENTE, INATIVO OU
      * DESTRUIDO E RECUSADO: NAO HA CHAVE EM USO PARA SUBSTITUIR.
      *----------------------------------------------------------------*
       2100-MARCAR-COMPROMETIDO.
           MOVE 'N' TO WS-ROTULO-MARCADO
      *
           IF NOT KB-TRANS-REVOGACAO
               MOVE 'TRANSACAO DIFERENTE DE REVOGACAO (C)'
                   TO WS-MOTIVO-RECUSA
               PERFORM 2150-RECUSAR-PEDIDO
                   THRU 2150-RECUSAR-PEDIDO-EXIT
               GO TO 2100-MARCAR-COMPROMETIDO-EXIT
           END-IF
      *
           IF KB-USUARIO-APROVADOR = SPACES
              OR KB-USUARIO-APROVADOR = KB-USUARIO-SOLICITANTE
               MOVE 'REVOGACAO SEM APROVACAO INDEPENDENTE'
                   TO WS-MOTIVO-RECUSA
               PERFORM 2150-RECUSAR-PEDIDO
                   THRU 2150-RECUSAR-PEDIDO-EXIT
               GO TO 2100-MARCAR-COMPROMETIDO-EXIT
           END-IF
      *
           MOVE KB-TEXTO-1 TO IV-TEXTO-1
           MOVE KB-TEXTO-2 TO IV-TEXTO-2
           READ EM-CADASTRO-INVENTARIO
      *
           EVALUATE TRUE
               WHEN WS-INVENTARIO-NAO-ACHOU
                   MOVE 'ROTULO AUSENTE DO INVENTARIO'
                       TO WS-MOTIVO-RECUSA
                   PERFORM 2150-RECUSAR-PEDIDO
                       THRU 2150-RECUSAR-PEDIDO-EXIT
               WHEN NOT WS-INVENTARIO-OK
                   DISPLAY 'AVISO - ERRO DE LEITURA NO INVENTARIO. '
                           'STATUS=' WS-STATUS-INVENTARIO
                           ' ROTULO=' KB-TEXTO-1 KB-TEXTO-2
                   ADD 1 TO WS-QTDE-ERROS-VSAM
                   MOVE 'ERRO DE VSAM NA LEITURA DO INVENTARIO'
                       TO WS-MOTIVO-RECUSA
                   PERFORM 2150-RECUSAR-PEDIDO
                       THRU 2150-RECUSAR-PEDIDO-EXIT
               WHEN IV-ROTULO-COMPROMETIDO
                   ADD 1 TO WS-QTDE-JA-MARCADOS
                   SET ROTULO-MARCADO TO TRUE
                   MOVE '  JA COMPROMETIDO:' TO WS-LR-SITUACAO
                   MOVE SPACES TO WS-LR-MOTIVO
                   PERFORM 2160-LISTAR-ROTULO
                       THRU 2160-LISTAR-ROTULO-EXIT
               WHEN IV-ROTULO-ATIVO
                   PERFORM 2110-GUARDAR-IMAGEM-ANTERIOR
                       THRU 2110-GUARDAR-IMAGEM-ANTERIOR-EXIT
                   MOVE 'C' TO IV-STATUS-ROTULO
                   REWRITE IV-REGISTRO-INVENTARIO
                   IF WS-INVENTARIO-OK
                       ADD 1 TO WS-QTDE-MARCADOS
                       SET ROTULO-MARCADO TO TRUE
                       PERFORM 2120-REGISTRAR-COMPROMETIMENTO
                           THRU 2120-REGISTRAR-COMPROMETIMENTO-EXIT
                       MOVE '  MARCADO .......:' TO WS-LR-SITUACAO
                       MOVE SPACES TO WS-LR-MOTIVO
                       PERFORM 2160-LISTAR-ROTULO
                           THRU 2160-LISTAR-ROTULO-EXIT
                   ELSE
                       DISPLAY 'AVISO - ERRO NA REGRAVACAO DO '
                               'INVENTARIO. STATUS='
                               WS-STATUS-INVENTARIO
                               ' ROTULO=' KB-TEXTO-1 KB-TEXTO-2
                       ADD 1 TO WS-QTDE-ERROS-VSAM
                       MOVE 'ERRO DE VSAM NA MARCACAO DO ROTULO'
                           TO WS-MOTIVO-RECUSA
                       PERFORM 2150-RECUSAR-PEDIDO
                           THRU 2150-RECUSAR-PEDIDO-EXIT
                   END-IF
               WHEN OTHER
                   MOVE 'ROTULO NAO ATIVO (INATIVO OU DESTRUIDO)'
                       TO WS-MOTIVO-RECUSA
                   PERFORM 2150-RECUSAR-PEDIDO
                       THRU 2150-RECUSAR-PEDIDO-EXIT
           END-EVALUATE.
       2100-MARCAR-COMPROMETIDO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2110-GUARDAR-IMAGEM-ANTERIOR
      * GUARDA NA AREA DO HISTORICO DE VERSOES A IMAGEM DO ROTULO
      * ATIVO ANTES DA MARCACAO. O GERENTE SO A USA QUANDO O ROTULO
      * AINDA NAO TEM HISTORICO: O TOKEN COMPROMETIDO ENTRA COMO
      * VERSAO 1 ANTES DE SER MARCADO.
      *----------------------------------------------------------------*
       2110-GUARDAR-IMAGEM-ANTERIOR.
           MOVE 'S'                 TO VC-IND-ANTERIOR
           MOVE IV-STATUS-ROTULO    TO VC-ANT-STATUS-ROTULO
           MOVE IV-TAMANHO-CHAVE    TO VC-ANT-TAMANHO-CHAVE
           MOVE IV-TIPO-CHAVE       TO VC-ANT-TIPO-CHAVE
           MOVE IV-DATA-CONSTRUCAO  TO VC-ANT-DATA-CONSTRUCAO
           MOVE IV-HORA-CONSTRUCAO  TO VC-ANT-HORA-CONSTRUCAO
           MOVE IV-DATA-INATIVACAO  TO VC-ANT-DATA-INATIVACAO
           MOVE IV-AREA-SOLICITANTE TO VC-ANT-AREA-SOLICITANTE
           MOVE IV-TOKEN-DA-CHAVE   TO VC-ANT-TOKEN-DA-CHAVE.
       2110-GUARDAR-IMAGEM-ANTERIOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2120-REGISTRAR-COMPROMETIMENTO
      * MARCA A VERSAO CORRENTE DO ROTULO COMO COMPROMETIDA NO
      * HISTORICO DE VERSOES (PROGCOB47, FUNCAO 'C'), COM A DATA DA
      * CORRIDA. A MARCACAO DO INVENTARIO JA FOI FEITA E NAO E
      * DESFEITA; A FALHA NO HISTORICO E CONTADA A PARTE E TERMINA
      * A CORRIDA COM RC=8.
      *----------------------------------------------------------------*
       2120-REGISTRAR-COMPROMETIMENTO.
           MOVE 'C'                 TO VC-FUNCAO
           MOVE IV-TEXTO-1          TO VC-TEXTO-1
           MOVE IV-TEXTO-2          TO VC-TEXTO-2
           MOVE WS-DATA-EXECUCAO    TO VC-DATA-EVENTO
           MOVE 'S'                 TO VC-IND-REVOGACAO
           CALL PROGCOB47 USING VC-AREA-VERSAO
           IF NOT VC-RESULTADO-OK AND NOT VC-SEM-VERSAO
               DISPLAY 'AVISO - ERRO NO HISTORICO DE VERSOES. '
                       'RESULTADO=' VC-RESULTADO
                       ' ROTULO=' KB-TEXTO-1 KB-TEXTO-2
               ADD 1 TO WS-QTDE-ERROS-HISTORICO
           END-IF.
       2120-REGISTRAR-COMPROMETIMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2150-RECUSAR-PEDIDO
      * CONTA E LISTA NO RELATORIO O PEDIDO RECUSADO, COM O MOTIVO
      * EM WS-MOTIVO-RECUSA. O PEDIDO RECUSADO TAMBEM E REJEITADO
      * PELO PROGCOB10 DA CORRIDA (ROTULO NAO MARCADO).
      *----------------------------------------------------------------*
       2150-RECUSAR-PEDIDO.
           ADD 1 TO WS-QTDE-RECUSADOS
           MOVE '  RECUSADO ......:' TO WS-LR-SITUACAO
           MOVE WS-MOTIVO-RECUSA TO WS-LR-MOTIVO
           PERFORM 2160-LISTAR-ROTULO THRU 2160-LISTAR-ROTULO-EXIT.
       2150-RECUSAR-PEDIDO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2160-LISTAR-ROTULO
      * GRAVA NO RELATORIO A LINHA DO ROTULO CORRENTE, COM A
      * SITUACAO E O MOTIVO JA MONTADOS.
      *----------------------------------------------------------------*
       2160-LISTAR-ROTULO.
           MOVE KB-TEXTO-1 TO WS-LR-TEXTO-1
           MOVE KB-TEXTO-2 TO WS-LR-TEXTO-2
           WRITE EM-LINHA-RELATORIO FROM WS-LINHA-ROTULO.
       2160-LISTAR-ROTULO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2200-LOCALIZAR-ROTA
      * PROCURA A PRIMEIRA ROTA CUJO PREFIXO CASA COM O INICIO DE
      * TEXTO-1 DO ROTULO. QUANDO ACHADA, O DESTINO FICA EM
      * WS-DESTINO-CORRENTE.
      *----------------------------------------------------------------*
       2200-LOCALIZAR-ROTA.
           MOVE 'N' TO WS-ROTA-ACHADA
           PERFORM VARYING IDX-ROTA FROM 1 BY 1
                   UNTIL IDX-ROTA > WS-QTDE-ROTAS
                      OR ROTA-ACHADA
               IF KB-TEXTO-1 (1:RO-COMPR-PREFIXO (IDX-ROTA))
                  = RO-PREFIXO (IDX-ROTA)
                      (1:RO-COMPR-PREFIXO (IDX-ROTA))
                   SET ROTA-ACHADA TO TRUE
                   MOVE RO-DESTINO (IDX-ROTA)
                       TO WS-DESTINO-CORRENTE
               END-IF
           END-PERFORM.
       2200-LOCALIZAR-ROTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2300-AVISAR-DESTINO
      * ACRESCENTA O ROTULO AO AVISO URGENTE DO DESTINO LOCALIZADO.
      * NO PRIMEIRO ROTULO DO DESTINO, GRAVA ANTES O CABECALHO E A
      * INSTRUCAO DO AVISO.
      *----------------------------------------------------------------*
       2300-AVISAR-DESTINO.
           SET IDX-DEST TO WS-DESTINO-CORRENTE
           IF DE-QTDE-AVISOS (IDX-DEST) = ZERO
               MOVE DE-NOME (IDX-DEST)  TO WS-AC-NOME
               MOVE WS-DATA-EXECUCAO    TO WS-AC-DATA
               MOVE WS-HORA-MARCACAO    TO WS-AC-HORA
               MOVE WS-LINHA-AVI-CABECALHO TO WS-LINHA-AVISO
               PERFORM 7000-GRAVAR-LINHA-AVISO
                   THRU 7000-GRAVAR-LINHA-AVISO-EXIT
               MOVE WS-LINHA-AVI-INSTRUCAO TO WS-LINHA-AVISO
               PERFORM 7000-GRAVAR-LINHA-AVISO
                   THRU 7000-GRAVAR-LINHA-AVISO-EXIT
           END-IF
      *
           ADD 1 TO DE-QTDE-AVISOS (IDX-DEST)
           ADD 1 TO WS-QTDE-AVISADOS
      *
           MOVE KB-TEXTO-1             TO WS-AR-TEXTO-1
           MOVE KB-TEXTO-2             TO WS-AR-TEXTO-2
           MOVE IV-TIPO-CHAVE          TO WS-AR-TIPO
           MOVE IV-AREA-SOLICITANTE    TO WS-AR-AREA
           MOVE KB-USUARIO-SOLICITANTE TO WS-AR-SOLICITANTE
           MOVE KB-USUARIO-APROVADOR   TO WS-AR-APROVADOR
           MOVE WS-LINHA-AVI-ROTULO TO WS-LINHA-AVISO
           PERFORM 7000-GRAVAR-LINHA-AVISO
               THRU 7000-GRAVAR-LINHA-AVISO-EXIT.
       2300-AVISAR-DESTINO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2400-APONTAR-SEM-ROTA
      * GRAVA EM KBURGNR A LINHA DO AVISO DO ROTULO SEM ROTA, PARA A
      * SEGURANCA AVISAR O DONO DA CHAVE POR OUTRO MEIO. O ROTULO
      * CONTINUA MARCADO E A SUBSTITUTA E GERADA NORMALMENTE.
      *----------------------------------------------------------------*
       2400-APONTAR-SEM-ROTA.
           ADD 1 TO WS-QTDE-SEM-ROTA
      *
           MOVE KB-TEXTO-1             TO WS-AR-TEXTO-1
           MOVE KB-TEXTO-2             TO WS-AR-TEXTO-2
           MOVE IV-TIPO-CHAVE          TO WS-AR-TIPO
           MOVE IV-AREA-SOLICITANTE    TO WS-AR-AREA
           MOVE KB-USUARIO-SOLICITANTE TO WS-AR-SOLICITANTE
           MOVE KB-USUARIO-APROVADOR   TO WS-AR-APROVADOR
           WRITE EM-LINHA-SEM-ROTA FROM WS-LINHA-AVI-ROTULO
      *
           MOVE '  SEM ROTA ......:' TO WS-LR-SITUACAO
           MOVE 'AVISO URGENTE GRAVADO EM KBURGNR' TO WS-LR-MOTIVO
           PERFORM 2160-LISTAR-ROTULO THRU 2160-LISTAR-ROTULO-EXIT.
       2400-APONTAR-SEM-ROTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2900-LER-PROXIMO-PEDIDO
      * LE O PROXIMO PEDIDO DE REVOGACAO, SINALIZANDO FIM DE ARQUIVO
      * QUANDO NAO HOUVER MAIS REGISTROS.
      *----------------------------------------------------------------*
       2900-LER-PROXIMO-PEDIDO.
           READ EM-ARQUIVO-ENTRADA
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
       2900-LER-PROXIMO-PEDIDO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7000-GRAVAR-LINHA-AVISO
      * GRAVA WS-LINHA-AVISO NO AVISO URGENTE DO DESTINO EM
      * WS-DESTINO-CORRENTE.
      *----------------------------------------------------------------*
       7000-GRAVAR-LINHA-AVISO.
           EVALUATE WS-DESTINO-CORRENTE
               WHEN 1
                   WRITE EM-LINHA-AVISO-1 FROM WS-LINHA-AVISO
               WHEN 2
                   WRITE EM-LINHA-AVISO-2 FROM WS-LINHA-AVISO
               WHEN 3
                   WRITE EM-LINHA-AVISO-3 FROM WS-LINHA-AVISO
               WHEN 4
                   WRITE EM-LINHA-AVISO-4 FROM WS-LINHA-AVISO
           END-EVALUATE.
       7000-GRAVAR-LINHA-AVISO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8000-ENCERRAMENTO
      * FECHA OS AVISOS COM O REGISTRO DE CONTROLE DE CADA DESTINO
      * AVISADO, GRAVA O RELATORIO DA CORRIDA, FECHA OS ARQUIVOS,
      * SINALIZA RECUSAS E SEM-ROTA NO RETURN-CODE E REGISTRA O FIM
      * DO PASSO NO LIVRO.
      *----------------------------------------------------------------*
       8000-ENCERRAMENTO.
           IF NOT ERRO-ABERTURA-FATAL AND NOT CORRIDA-REPROVADA
               PERFORM 8100-FECHAR-AVISOS
                   THRU 8100-FECHAR-AVISOS-EXIT
               PERFORM 8300-GRAVAR-RELATORIO
                   THRU 8300-GRAVAR-RELATORIO-EXIT
           END-IF
      *
           CLOSE EM-ARQUIVO-ENTRADA
           CLOSE EM-CADASTRO-INVENTARIO
           CLOSE EM-AVISO-1
           CLOSE EM-AVISO-2
           CLOSE EM-AVISO-3
           CLOSE EM-AVISO-4
           CLOSE EM-SEM-ROTA
           CLOSE EM-ARQUIVO-RELATORIO
           MOVE 'F' TO VC-FUNCAO
           CALL PROGCOB47 USING VC-AREA-VERSAO
      *
           DISPLAY 'CORRIDA DE EMERGENCIA DE REVOGACAO - FIM'
           DISPLAY 'PEDIDOS LIDOS ...........: ' WS-QTDE-LIDOS
           DISPLAY 'ROTULOS MARCADOS ........: ' WS-QTDE-MARCADOS
           DISPLAY 'ROTULOS JA COMPROMETIDOS : ' WS-QTDE-JA-MARCADOS
           DISPLAY 'PEDIDOS RECUSADOS .......: ' WS-QTDE-RECUSADOS
           DISPLAY 'AVISOS URGENTES GRAVADOS : ' WS-QTDE-AVISADOS
           DISPLAY 'ROTULOS SEM ROTA ........: ' WS-QTDE-SEM-ROTA
           DISPLAY 'ERROS DE VSAM ...........: ' WS-QTDE-ERROS-VSAM
           DISPLAY 'ERROS NO HISTORICO ......: '
                   WS-QTDE-ERROS-HISTORICO
      *
           IF (WS-QTDE-SEM-ROTA > ZERO OR WS-QTDE-ERROS-VSAM > ZERO
               OR WS-QTDE-ERROS-HISTORICO > ZERO)
              AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-QTDE-RECUSADOS > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
      *
           PERFORM 8200-ENCERRAR-PASSO-LIVRO
               THRU 8200-ENCERRAR-PASSO-LIVRO-EXIT.
       8000-ENCERRAMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8100-FECHAR-AVISOS
      * GRAVA NO AVISO DE CADA DESTINO AVISADO O REGISTRO DE
      * CONTROLE ('CTL' + DESTINO + DATA + HORA + TOTAL), QUE O LADO
      * RECEPTOR CONFIRMA CONTRA O QUE RECEBEU.
      *----------------------------------------------------------------*
       8100-FECHAR-AVISOS.
           PERFORM VARYING IDX-DEST FROM 1 BY 1 UNTIL IDX-DEST > 4
               IF DE-QTDE-AVISOS (IDX-DEST) > ZERO
                   MOVE DE-NOME (IDX-DEST)        TO WS-AT-NOME
                   MOVE WS-DATA-EXECUCAO          TO WS-AT-DATA
                   MOVE WS-HORA-MARCACAO          TO WS-AT-HORA
                   MOVE DE-QTDE-AVISOS (IDX-DEST) TO WS-AT-QTDE-TOTAL
                   MOVE WS-LINHA-AVI-CONTROLE TO WS-LINHA-AVISO
                   SET WS-DESTINO-CORRENTE TO IDX-DEST
                   PERFORM 7000-GRAVAR-LINHA-AVISO
                       THRU 7000-GRAVAR-LINHA-AVISO-EXIT
               END-IF
           END-PERFORM.
       8100-FECHAR-AVISOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8200-ENCERRAR-PASSO-LIVRO
      * REGISTRA NO LIVRO DE CORRIDA O FIM DO PASSO E O RETURN-CODE
      * FINAL. PASSO QUE NAO REGISTROU A CORRIDA NAO GRAVA O FIM.
      *----------------------------------------------------------------*
       8200-ENCERRAR-PASSO-LIVRO.
           IF NOT LIVRO-ABERTO
               GO TO 8200-ENCERRAR-PASSO-LIVRO-EXIT
           END-IF
           MOVE 'E' TO LG-FUNCAO
           MOVE RETURN-CODE TO LG-RETCODE-PASSO
           CALL PROGCOB45 USING LG-AREA-LIVRO
           IF NOT LG-RESULTADO-OK
               DISPLAY 'AVISO - FIM DO PASSO NAO REGISTRADO NO '
                       'LIVRO DE CORRIDA. RESULTADO=' LG-RESULTADO
           END-IF.
       8200-ENCERRAR-PASSO-LIVRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8300-GRAVAR-RELATORIO
      * MONTA E GRAVA O RESUMO DA CORRIDA EM KBEMRPT: TOTAIS GERAIS E
      * UMA LINHA POR DESTINO AVISADO (OS ROTULOS JA FORAM LISTADOS
      * UM A UM DURANTE A MARCACAO).
      *----------------------------------------------------------------*
       8300-GRAVAR-RELATORIO.
           WRITE EM-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           WRITE EM-LINHA-RELATORIO FROM WS-LINHA-CABECALHO
      *
           MOVE 'DATA DE EXECUCAO' TO WS-LDA-ROTULO
           MOVE WS-DATA-EXECUCAO TO WS-LDA-DATA
           WRITE EM-LINHA-RELATORIO FROM WS-LINHA-DATA
      *
           MOVE 'PEDIDOS DE REVOGACAO LIDOS' TO WS-LD-ROTULO
           MOVE WS-QTDE-LIDOS TO WS-LD-VALOR
           WRITE EM-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ROTULOS MARCADOS COMO COMPROMETIDOS' TO WS-LD-ROTULO
           MOVE WS-QTDE-MARCADOS TO WS-LD-VALOR
           WRITE EM-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ROTULOS JA COMPROMETIDOS' TO WS-LD-ROTULO
           MOVE WS-QTDE-JA-MARCADOS TO WS-LD-VALOR
           WRITE EM-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'PEDIDOS RECUSADOS' TO WS-LD-ROTULO
           MOVE WS-QTDE-RECUSADOS TO WS-LD-VALOR
           WRITE EM-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'AVISOS URGENTES GRAVADOS' TO WS-LD-ROTULO
           MOVE WS-QTDE-AVISADOS TO WS-LD-VALOR
           WRITE EM-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ROTULOS SEM ROTA (KBURGNR)' TO WS-LD-ROTULO
           MOVE WS-QTDE-SEM-ROTA TO WS-LD-VALOR
           WRITE EM-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ERROS DE VSAM' TO WS-LD-ROTULO
           MOVE WS-QTDE-ERROS-VSAM TO WS-LD-VALOR
           WRITE EM-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ERROS NO HISTORICO DE VERSOES' TO WS-LD-ROTULO
           MOVE WS-QTDE-ERROS-HISTORICO TO WS-LD-VALOR
           WRITE EM-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           WRITE EM-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           PERFORM VARYING IDX-DEST FROM 1 BY 1 UNTIL IDX-DEST > 4
               IF DE-QTDE-AVISOS (IDX-DEST) > ZERO
                   MOVE ZERO TO WS-LDE-NUMERO
                   SET WS-LDE-NUMERO TO IDX-DEST
                   MOVE DE-NOME (IDX-DEST)        TO WS-LDE-NOME
                   MOVE DE-QTDE-AVISOS (IDX-DEST) TO WS-LDE-TOTAL
                   WRITE EM-LINHA-RELATORIO FROM WS-LINHA-DESTINO
               END-IF
           END-PERFORM.
       8300-GRAVAR-RELATORIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM PROGCOB12.
