      ******************************************************************
      * Author: ALEX MENDES
      * Date: 15-10-2026
      * Purpose: ESTORNO DO CADASTRO-MESTRE DE INVENTARIO (KBINVEN)
      *          PELO JORNAL DE IMAGENS (KBINVJN). QUANDO UMA GERACAO
      *          RUIM DE KBTOKEN/KBKEYOUT E APLICADA, OU QUANDO O
      *          PROGCOB30 OU O PROGCOB35 ABENDA NO MEIO, O CADASTRO
      *          VOLTA AO ESTADO ANTERIOR A CORRIDA (OU SO AO PASSO)
      *          ESCOLHIDA SEM A RECONSTRUCAO COMPLETA DO PROGCOB95:
      *          CADA ROTULO TOCADO NA SELECAO RECEBE DE VOLTA A
      *          IMAGEM ANTERIOR A PRIMEIRA GRAVACAO DA SELECAO, E O
      *          ROTULO INCLUIDO NELA E EXCLUIDO. AS GRAVACOES DAS
      *          DEMAIS CORRIDAS FICAM COMO ESTAO.
      *
      *          O JORNAL E LIDO DUAS VEZES, SEMPRE EM SEQUENCIA. NA
      *          PRIMEIRA LEITURA OS ROTULOS DA SELECAO VAO PARA UMA
      *          TABELA DE DISPERSAO (MESMO PADRAO DA APLICACAO DAS
      *          CHAVES PRONTAS) COM A POSICAO DA SUA PRIMEIRA IMAGEM
      *          NO JORNAL, E O REGISTRO CORRENTE DO CADASTRO E
      *          CONFERIDO CONTRA A IMAGEM GRAVADA PELA SELECAO. NA
      *          SEGUNDA LEITURA, AO CHEGAR NA PRIMEIRA IMAGEM DE CADA
      *          ROTULO, O ESTORNO E FEITO - SO QUANDO O CADASTRO
      *          AINDA ESTA COMO A SELECAO O DEIXOU. ROTULO ALTERADO
      *          DEPOIS DA CORRIDA (POR OUTRA CORRIDA, PELA DESTRUICAO
      *          NO PKDS OU PELA REVOGACAO DE EMERGENCIA) NAO E
      *          TOCADO: E APONTADO NO RELATORIO COMO CONFLITO, PARA
      *          DECISAO DA SEGURANCA DA INFORMACAO. ROTULO QUE JA
      *          ESTA NA IMAGEM ANTERIOR E APENAS LISTADO, ENTAO O
      *          ESTORNO PODE SER REPETIDO SEM EFEITO. PARA DESFAZER
      *          MAIS DE UMA CORRIDA, ESTORNE DA MAIS RECENTE PARA A
      *          MAIS ANTIGA.
      *
      *          O HISTORICO DE VERSOES (KBVERS) ACOMPANHA O CADASTRO
      *          PELO GERENTE PROGCOB47 (FUNCAO 'E'): A VERSAO QUE A
      *          CORRIDA ATIVOU PASSA A ESTORNADA E A VERSAO DO TOKEN
      *          RESTAURADO VOLTA A SER A CORRENTE; CHAVE PRONTA
      *          DESFEITA DEVOLVE A VERSAO AO TOKEN ANTERIOR (FUNCAO
      *          'K'). O LIVRO DE CORRIDA (KBLEDGR) E O PROPRIO JORNAL
      *          NAO SAO ALTERADOS.
      *
      *          CARTAO SYSIN:
      *            01-08 DATA DA CORRIDA NO LIVRO (AAAAMMDD)
      *            09-09 TIPO DA CORRIDA (BRANCO = NOTURNA,
      *                  'E' = EMERGENCIA)
      *            10-18 PASSO (PROGCOB30 OU PROGCOB35; EM BRANCO =
      *                  TODOS OS PASSOS DA CORRIDA)
      *            19-19 'S' = SIMULACAO: SO O RELATORIO, SEM GRAVAR
      *                  NO CADASTRO NEM NO HISTORICO DE VERSOES
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 15-10-2026 AM    VERSAO INICIAL - ESTORNO DO INVENTARIO POR
      *                  CORRIDA OU POR PASSO A PARTIR DO JORNAL DE
      *                  IMAGENS KBINVJN (JCL PROGCB38).
      * 15-10-2026 AM    O ESTORNO PASSA A ACERTAR O HISTORICO DE
      *                  VERSOES (KBVERS) PELO GERENTE PROGCOB47: VERSAO
      *                  ATIVADA PELA CORRIDA DESFEITA VIRA ESTORNADA, A
      *                  DO TOKEN RESTAURADO E REABERTA E A CHAVE PRONTA
      *                  DESFEITA VOLTA AO TOKEN ANTERIOR. FORA DA
      *                  SIMULACAO, KBVERS SEM ABRIR E FATAL (RC=16);
      *                  ERRO NO HISTORICO TERMINA COM RC=8.
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       PROGRAM-ID. PROGCOB38.
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
           SELECT EI-ARQUIVO-JORNAL ASSIGN TO "KBINVJN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.
      *
           SELECT EI-CADASTRO-INVENTARIO ASSIGN TO "KBINVEN"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IV-CHAVE-ROTULO
               FILE STATUS IS WS-STATUS-INVENTARIO.
      *
           SELECT EI-ARQUIVO-RELATORIO ASSIGN TO "KBBORPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
      *
           SELECT EI-CARTAO-CONTROLE ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SYSIN.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*
       FD  EI-ARQUIVO-JORNAL.
           COPY KBJRNREC.
      *
       FD  EI-CADASTRO-INVENTARIO.
           COPY KBINVREC.
      *
       FD  EI-ARQUIVO-RELATORIO.
       01  EI-LINHA-RELATORIO            PIC X(132).
      *
       FD  EI-CARTAO-CONTROLE.
       01  EI-REGISTRO-CONTROLE.
           05  CTL-DATA-CORRIDA          PIC X(08).
           05  CTL-TIPO-CORRIDA          PIC X(01).
           05  CTL-PROGRAMA              PIC X(09).
           05  CTL-IND-SIMULACAO         PIC X(01).
           05  FILLER                    PIC X(61).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    CHAVES E INDICADORES DE STATUS DE ARQUIVO
      *----------------------------------------------------------------*
       01  WS-STATUS-JORNAL              PIC X(02)      VALUE SPACES.
           88  WS-JORNAL-OK              VALUE '00'.
       01  WS-STATUS-INVENTARIO          PIC X(02)      VALUE SPACES.
           88  WS-INVENTARIO-OK          VALUE '00'.
           88  WS-INVENTARIO-NAO-ACHOU   VALUE '23'.
       01  WS-STATUS-RELATORIO           PIC X(02)      VALUE SPACES.
       01  WS-STATUS-SYSIN               PIC X(02)      VALUE SPACES.
           88  WS-SYSIN-OK               VALUE '00'.
      *----------------------------------------------------------------*
      *    SWITCHES DE CONTROLE DO PROCESSAMENTO
      *----------------------------------------------------------------*
       01  WS-SWITCHES-LOTE.
           05  WS-FIM-ARQUIVO            PIC X(01)      VALUE 'N'.
               88  FIM-ARQUIVO           VALUE 'S'.
           05  WS-ERRO-ABERTURA          PIC X(01)      VALUE 'N'.
               88  ERRO-ABERTURA-FATAL   VALUE 'S'.
           05  WS-ROTULO-ACHADO          PIC X(01)      VALUE 'N'.
               88  ROTULO-ACHADO         VALUE 'S'.
           05  WS-REGISTRO-SELECIONADO   PIC X(01)      VALUE 'N'.
               88  REGISTRO-SELECIONADO  VALUE 'S'.
           05  WS-MODO-SIMULACAO         PIC X(01)      VALUE 'N'.
               88  MODO-SIMULACAO        VALUE 'S'.
      *----------------------------------------------------------------*
      *    CONTADORES DO ESTORNO
      *----------------------------------------------------------------*
       01  WS-CONTADORES-LOTE.
           05  WS-QTDE-LIDOS-JORNAL      PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-SELECIONADOS      PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-RESTAURADOS       PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-EXCLUIDOS         PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-JA-ESTORNADOS     PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-CONFLITOS         PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ERROS-VSAM        PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-VERSOES-ESTORNO   PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ERROS-HISTORICO   PIC 9(09) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *    SELECAO DO CARTAO DE CONTROLE
      *----------------------------------------------------------------*
       01  WS-DATA-CORRIDA               PIC 9(08)      VALUE ZEROS.
       01  WS-TIPO-CORRIDA               PIC X(01)      VALUE SPACE.
       01  WS-PROGRAMA-SELECIONADO       PIC X(09)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    POSICAO DO REGISTRO NO JORNAL (CONTADA A CADA LEITURA) E
      *    MAIOR POSICAO DE PRIMEIRA IMAGEM DA SELECAO: A SEGUNDA
      *    LEITURA PARA AO PASSAR DELA.
      *----------------------------------------------------------------*
       01  WS-POSICAO-JORNAL             PIC 9(09) COMP VALUE ZERO.
       01  WS-ULTIMA-POSICAO-ESTORNO     PIC 9(09) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *    TABELA DOS ROTULOS DA SELECAO, ORGANIZADA COMO TABELA DE
      *    DISPERSAO COM SONDAGEM LINEAR (MESMO PADRAO DA APLICACAO
      *    DAS CHAVES PRONTAS). GUARDA A POSICAO NO JORNAL DA PRIMEIRA
      *    IMAGEM DO ROTULO NA SELECAO E SE O CADASTRO AINDA ESTA
      *    COMO A ULTIMA GRAVACAO DA SELECAO O DEIXOU. A TABELA TEM
      *    MAIS VAGAS QUE O LIMITE DE ROTULOS, ENTAO SEMPRE HA VAGA
      *    LIVRE E A SONDAGEM SEMPRE TERMINA. SELECAO ACIMA DO LIMITE
      *    NAO E ESTORNADA PELA METADE: O PROGRAMA PARA SEM GRAVAR.
      *----------------------------------------------------------------*
       01  WS-MAXIMO-ROTULOS             PIC 9(09) COMP VALUE 60000.
       01  WS-TAMANHO-TABELA-EST         PIC 9(09) COMP VALUE 131072.
       01  WS-QTDE-ROTULOS-TABELA        PIC 9(09) COMP VALUE ZERO.
       01  WS-TABELA-SATURADA            PIC X(01)      VALUE 'N'.
           88  TABELA-SATURADA           VALUE 'S'.
       01  TABELA-ROTULOS-ESTORNO.
           05  ET-ENTRY OCCURS 131072 TIMES INDEXED BY IDX-EST.
               10  ET-OCUPADO            PIC X(01).
               10  ET-TEXTO-1            PIC X(15).
               10  ET-TEXTO-2            PIC X(15).
               10  ET-POSICAO-PRIMEIRA   PIC 9(09) COMP.
               10  ET-IND-CONFERE        PIC X(01).
                   88  ET-CADASTRO-CONFERE VALUE 'S'.
      *----------------------------------------------------------------*
      *    AREA DE CALCULO DA DISPERSAO DO ROTULO (SOMA POLINOMIAL
      *    DAS POSICOES DOS CARACTERES NO CONJUNTO DE REFERENCIA,
      *    PELO RESTO DA DIVISAO PELO TAMANHO DA TABELA).
      *----------------------------------------------------------------*
       01  WS-ALFABETO-REFERENCIA        PIC X(37)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 '.
       01  WS-ROTULO-PROCURADO           PIC X(30)      VALUE SPACES.
       01  WS-ROTULO-PROCURADO-R REDEFINES WS-ROTULO-PROCURADO.
           05  WS-RP-TEXTO-1             PIC X(15).
           05  WS-RP-TEXTO-2             PIC X(15).
       01  WS-INDICE-DISPERSAO           PIC 9(02) COMP VALUE ZERO.
       01  WS-CARACTER-DISPERSAO         PIC X(01)      VALUE SPACE.
       01  WS-POSICAO-DISPERSAO          PIC 9(02) COMP VALUE ZERO.
       01  WS-VALOR-DISPERSAO            PIC 9(09) COMP VALUE ZERO.
       01  WS-QUOCIENTE-DISPERSAO        PIC 9(09) COMP VALUE ZERO.
       01  WS-SLOT-DISPERSAO             PIC 9(09) COMP VALUE ZERO.
       01  WS-QTDE-SONDAGENS             PIC 9(09) COMP VALUE ZERO.
       01  WS-SONDAGEM-TERMINADA         PIC X(01)      VALUE 'N'.
           88  SONDAGEM-TERMINADA        VALUE 'S'.
      *----------------------------------------------------------------*
      *    AREAS DE MONTAGEM DAS LINHAS DO RELATORIO
      *----------------------------------------------------------------*
       01  WS-LINHA-CABECALHO.
           05  FILLER PIC X(44) VALUE
               'ESTORNO DO INVENTARIO DE CHAVES PELO JORNAL '.
           05  FILLER PIC X(20) VALUE
               'DE IMAGENS (KBINVJN)'.
           05  FILLER                    PIC X(68)      VALUE SPACES.
       01  WS-LINHA-COLUNAS.
           05  FILLER PIC X(18) VALUE '  TEXTO-1'.
           05  FILLER PIC X(17) VALUE 'TEXTO-2'.
           05  FILLER PIC X(13) VALUE 'OPERACAO'.
           05  FILLER PIC X(10) VALUE 'PASSO'.
           05  FILLER PIC X(74) VALUE 'SITUACAO'.
       01  WS-LINHA-ESTORNO.
           05  FILLER                    PIC X(02)      VALUE SPACES.
           05  LE-TEXTO-1                PIC X(15)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LE-TEXTO-2                PIC X(15)      VALUE SPACES.
           05  FILLER                    PIC X(02)      VALUE SPACES.
           05  LE-OPERACAO               PIC X(12)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LE-PROGRAMA               PIC X(09)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LE-SITUACAO               PIC X(45)      VALUE SPACES.
           05  FILLER                    PIC X(29)      VALUE SPACES.
       01  WS-LINHA-DETALHE.
           05  WS-LD-ROTULO              PIC X(40)      VALUE SPACES.
           05  WS-LD-VALOR               PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05  FILLER                    PIC X(81)      VALUE SPACES.
       01  WS-LINHA-DATA.
           05  WS-LDA-ROTULO             PIC X(40)      VALUE SPACES.
           05  WS-LDA-DATA               PIC 9(08)      VALUE ZERO.
           05  FILLER                    PIC X(84)      VALUE SPACES.
       01  WS-LINHA-TEXTO.
           05  WS-LTX-ROTULO             PIC X(40)      VALUE SPACES.
           05  WS-LTX-TEXTO              PIC X(40)      VALUE SPACES.
           05  FILLER                    PIC X(52)      VALUE SPACES.
       01  WS-LINHA-SECAO.
           05  WS-LS-TITULO              PIC X(60)      VALUE SPACES.
           05  FILLER                    PIC X(72)      VALUE SPACES.
       01  WS-LINHA-BRANCO               PIC X(132)     VALUE SPACES.
      *----------------------------------------------------------------*
      *    HISTORICO DE VERSOES DE CHAVE (GERENTE PROGCOB47)
      *----------------------------------------------------------------*
           COPY KBVERCOM.
       77  PROGCOB47                 PIC X(09)       VALUE 'PROGCOB47'.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      * CONTROLA A SEQUENCIA GERAL DO ESTORNO: SELECAO DOS ROTULOS NO
      * JORNAL, ESTORNO DE CADA ROTULO E TOTAIS. SELECAO VAZIA OU
      * ACIMA DO LIMITE DA TABELA NAO CHEGA A TOCAR O CADASTRO.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
      *
           IF NOT ERRO-ABERTURA-FATAL
               PERFORM 2000-SELECIONAR-JORNAL
                   THRU 2000-SELECIONAR-JORNAL-EXIT
               IF NOT TABELA-SATURADA
                  AND WS-QTDE-ROTULOS-TABELA > ZERO
                   PERFORM 3000-ESTORNAR-SELECAO
                       THRU 3000-ESTORNAR-SELECAO-EXIT
               END-IF
           END-IF
      *
           PERFORM 8000-ENCERRAMENTO THRU 8000-ENCERRAMENTO-EXIT
      *
           GOBACK.
      *----------------------------------------------------------------*
      * 1000-INICIALIZAR
      * LE O CARTAO DE CONTROLE E ABRE OS ARQUIVOS. CARTAO INVALIDO,
      * JORNAL, CADASTRO OU HISTORICO DE VERSOES SEM ABRIR SAO
      * FATAIS. NA SIMULACAO O CADASTRO E ABERTO SO PARA LEITURA E O
      * HISTORICO NAO E ABERTO.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           PERFORM 1100-LER-CARTAO-CONTROLE
               THRU 1100-LER-CARTAO-CONTROLE-EXIT
      *
           OPEN INPUT  EI-ARQUIVO-JORNAL
           IF MODO-SIMULACAO
               OPEN INPUT EI-CADASTRO-INVENTARIO
           ELSE
               OPEN I-O   EI-CADASTRO-INVENTARIO
           END-IF
           OPEN OUTPUT EI-ARQUIVO-RELATORIO
      *
           IF NOT WS-JORNAL-OK
               DISPLAY 'ERRO FATAL - KBINVJN NAO ABRIU. STATUS='
                       WS-STATUS-JORNAL
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
           END-IF
      *
           IF NOT WS-INVENTARIO-OK
               DISPLAY 'ERRO FATAL - KBINVEN NAO ABRIU. STATUS='
                       WS-STATUS-INVENTARIO
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
           END-IF
      *
           IF NOT MODO-SIMULACAO
               MOVE 'A' TO VC-FUNCAO
               CALL PROGCOB47 USING VC-AREA-VERSAO
               IF NOT VC-RESULTADO-OK
                   DISPLAY 'ERRO FATAL - KBVERS NAO ABRIU. RESULTADO='
                           VC-RESULTADO
                   MOVE 16 TO RETURN-CODE
                   SET ERRO-ABERTURA-FATAL TO TRUE
               END-IF
           END-IF
      *
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'AVISO - KBBORPT NAO ABRIU. STATUS='
                       WS-STATUS-RELATORIO
           END-IF
      *
           MOVE SPACES TO TABELA-ROTULOS-ESTORNO
      *
           IF NOT ERRO-ABERTURA-FATAL
               PERFORM 1200-GRAVAR-CABECALHO
                   THRU 1200-GRAVAR-CABECALHO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1100-LER-CARTAO-CONTROLE
      * LE O CARTAO SYSIN COM A SELECAO DO ESTORNO. AO CONTRARIO DOS
      * PASSOS DA CADEIA, NAO HA DATA DE RESERVA: SEM A DATA DA
      * CORRIDA, OU COM TIPO OU INDICADOR DE SIMULACAO INVALIDO, O
      * PROGRAMA NAO SABE O QUE ESTORNAR E TERMINA COM RC=16.
      *----------------------------------------------------------------*
       1100-LER-CARTAO-CONTROLE.
           OPEN INPUT EI-CARTAO-CONTROLE
           IF WS-SYSIN-OK
               READ EI-CARTAO-CONTROLE
                   AT END
                       MOVE SPACES TO EI-REGISTRO-CONTROLE
               END-READ
               CLOSE EI-CARTAO-CONTROLE
           ELSE
               MOVE SPACES TO EI-REGISTRO-CONTROLE
           END-IF
      *
           IF CTL-DATA-CORRIDA IS NOT NUMERIC
              OR (CTL-TIPO-CORRIDA NOT = SPACE
                  AND CTL-TIPO-CORRIDA NOT = 'E')
              OR (CTL-IND-SIMULACAO NOT = SPACE
                  AND CTL-IND-SIMULACAO NOT = 'S'
                  AND CTL-IND-SIMULACAO NOT = 'N')
               DISPLAY 'ERRO FATAL - CARTAO SYSIN INVALIDO: '
                       EI-REGISTRO-CONTROLE (1:19)
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               GO TO 1100-LER-CARTAO-CONTROLE-EXIT
           END-IF
      *
           MOVE CTL-DATA-CORRIDA  TO WS-DATA-CORRIDA
           MOVE CTL-TIPO-CORRIDA  TO WS-TIPO-CORRIDA
           MOVE CTL-PROGRAMA      TO WS-PROGRAMA-SELECIONADO
           IF CTL-IND-SIMULACAO = 'S'
               SET MODO-SIMULACAO TO TRUE
           END-IF.
       1100-LER-CARTAO-CONTROLE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1200-GRAVAR-CABECALHO
      * GRAVA O CABECALHO DO RELATORIO: TITULO, SELECAO DO CARTAO E
      * MODO DE EXECUCAO.
      *----------------------------------------------------------------*
       1200-GRAVAR-CABECALHO.
           WRITE EI-LINHA-RELATORIO FROM WS-LINHA-CABECALHO
      *
           MOVE 'DATA DA CORRIDA ESTORNADA' TO WS-LDA-ROTULO
           MOVE WS-DATA-CORRIDA TO WS-LDA-DATA
           WRITE EI-LINHA-RELATORIO FROM WS-LINHA-DATA
      *
           MOVE 'TIPO DA CORRIDA' TO WS-LTX-ROTULO
           IF WS-TIPO-CORRIDA = 'E'
               MOVE 'EMERGENCIA' TO WS-LTX-TEXTO
           ELSE
               MOVE 'NOTURNA' TO WS-LTX-TEXTO
           END-IF
           WRITE EI-LINHA-RELATORIO FROM WS-LINHA-TEXTO
      *
           MOVE 'PASSO ESTORNADO' TO WS-LTX-ROTULO
           IF WS-PROGRAMA-SELECIONADO = SPACES
               MOVE 'TODOS OS PASSOS DA CORRIDA' TO WS-LTX-TEXTO
           ELSE
               MOVE WS-PROGRAMA-SELECIONADO TO WS-LTX-TEXTO
           END-IF
           WRITE EI-LINHA-RELATORIO FROM WS-LINHA-TEXTO
      *
           MOVE 'MODO DE EXECUCAO' TO WS-LTX-ROTULO
           IF MODO-SIMULACAO
               MOVE 'SIMULACAO - CADASTRO NAO ALTERADO'
                   TO WS-LTX-TEXTO
           ELSE
               MOVE 'ESTORNO EFETIVO' TO WS-LTX-TEXTO
           END-IF
           WRITE EI-LINHA-RELATORIO FROM WS-LINHA-TEXTO
      *
           WRITE EI-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           WRITE EI-LINHA-RELATORIO FROM WS-LINHA-COLUNAS.
       1200-GRAVAR-CABECALHO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-SELECIONAR-JORNAL
      * PRIMEIRA LEITURA DO JORNAL: MONTA A TABELA DOS ROTULOS DA
      * SELECAO. AO FIM, O JORNAL E FECHADO PARA A SEGUNDA LEITURA.
      *----------------------------------------------------------------*
       2000-SELECIONAR-JORNAL.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE ZERO TO WS-POSICAO-JORNAL
           PERFORM 2100-SELECIONAR-UM-REGISTRO
               THRU 2100-SELECIONAR-UM-REGISTRO-EXIT
               UNTIL FIM-ARQUIVO
           CLOSE EI-ARQUIVO-JORNAL
      *
           IF TABELA-SATURADA
               DISPLAY 'ERRO - SELECAO COM MAIS DE ' WS-MAXIMO-ROTULOS
                       ' ROTULOS - NADA FOI ESTORNADO'
               MOVE 12 TO RETURN-CODE
           END-IF.
       2000-SELECIONAR-JORNAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2100-SELECIONAR-UM-REGISTRO
      * LE UM REGISTRO DO JORNAL. O REGISTRO DA SELECAO TEM O ROTULO
      * INCLUIDO NA TABELA NA PRIMEIRA VEZ QUE APARECE, COM A POSICAO
      * DA SUA PRIMEIRA IMAGEM, E A CADA APARICAO O CADASTRO E
      * CONFERIDO CONTRA A IMAGEM GRAVADA - COMO O JORNAL ESTA EM
      * ORDEM CRONOLOGICA, VALE A CONFERENCIA DA ULTIMA GRAVACAO.
      *----------------------------------------------------------------*
       2100-SELECIONAR-UM-REGISTRO.
           READ EI-ARQUIVO-JORNAL
               AT END
                   SET FIM-ARQUIVO TO TRUE
                   GO TO 2100-SELECIONAR-UM-REGISTRO-EXIT
           END-READ
      *
           ADD 1 TO WS-QTDE-LIDOS-JORNAL
           ADD 1 TO WS-POSICAO-JORNAL
           PERFORM 7100-CONFERIR-SELECAO
               THRU 7100-CONFERIR-SELECAO-EXIT
           IF NOT REGISTRO-SELECIONADO
               GO TO 2100-SELECIONAR-UM-REGISTRO-EXIT
           END-IF
      *
           ADD 1 TO WS-QTDE-SELECIONADOS
           MOVE JN-TEXTO-1 TO WS-RP-TEXTO-1
           MOVE JN-TEXTO-2 TO WS-RP-TEXTO-2
           PERFORM 7000-LOCALIZAR-ROTULO
               THRU 7000-LOCALIZAR-ROTULO-EXIT
           IF NOT ROTULO-ACHADO
               IF WS-QTDE-ROTULOS-TABELA < WS-MAXIMO-ROTULOS
                  AND NOT TABELA-SATURADA
                   ADD 1 TO WS-QTDE-ROTULOS-TABELA
                   MOVE 'S' TO ET-OCUPADO (IDX-EST)
                   MOVE JN-TEXTO-1 TO ET-TEXTO-1 (IDX-EST)
                   MOVE JN-TEXTO-2 TO ET-TEXTO-2 (IDX-EST)
                   MOVE WS-POSICAO-JORNAL
                       TO ET-POSICAO-PRIMEIRA (IDX-EST)
                   MOVE WS-POSICAO-JORNAL TO WS-ULTIMA-POSICAO-ESTORNO
               ELSE
                   SET TABELA-SATURADA TO TRUE
                   SET FIM-ARQUIVO TO TRUE
                   GO TO 2100-SELECIONAR-UM-REGISTRO-EXIT
               END-IF
           END-IF
      *
           PERFORM 2200-CONFERIR-CADASTRO
               THRU 2200-CONFERIR-CADASTRO-EXIT.
       2100-SELECIONAR-UM-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2200-CONFERIR-CADASTRO
      * CONFERE SE O REGISTRO CORRENTE DO ROTULO NO CADASTRO E
      * IDENTICO A IMAGEM GRAVADA PELO REGISTRO DO JORNAL. A ENTRADA
      * DA TABELA EM IDX-EST GUARDA O RESULTADO.
      *----------------------------------------------------------------*
       2200-CONFERIR-CADASTRO.
           MOVE 'N' TO ET-IND-CONFERE (IDX-EST)
           MOVE JN-TEXTO-1 TO IV-TEXTO-1
           MOVE JN-TEXTO-2 TO IV-TEXTO-2
           READ EI-CADASTRO-INVENTARIO
           EVALUATE TRUE
               WHEN WS-INVENTARIO-OK
                   IF IV-REGISTRO-INVENTARIO = JN-IMAGEM-DEPOIS
                       MOVE 'S' TO ET-IND-CONFERE (IDX-EST)
                   END-IF
               WHEN WS-INVENTARIO-NAO-ACHOU
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO VSAM NA LEITURA DO INVENTARIO - '
                           'ROTULO: ' JN-TEXTO-1 ' ' JN-TEXTO-2
                           ' STATUS=' WS-STATUS-INVENTARIO
                   ADD 1 TO WS-QTDE-ERROS-VSAM
           END-EVALUATE.
       2200-CONFERIR-CADASTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-ESTORNAR-SELECAO
      * SEGUNDA LEITURA DO JORNAL: ESTORNA CADA ROTULO NA POSICAO DA
      * SUA PRIMEIRA IMAGEM NA SELECAO. A LEITURA PARA NA ULTIMA
      * DESSAS POSICOES, SEM PERCORRER O RESTO DO JORNAL.
      *----------------------------------------------------------------*
       3000-ESTORNAR-SELECAO.
           OPEN INPUT EI-ARQUIVO-JORNAL
           IF NOT WS-JORNAL-OK
               DISPLAY 'ERRO FATAL - KBINVJN NAO REABRIU. STATUS='
                       WS-STATUS-JORNAL
               MOVE 16 TO RETURN-CODE
               GO TO 3000-ESTORNAR-SELECAO-EXIT
           END-IF
      *
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE ZERO TO WS-POSICAO-JORNAL
           PERFORM 3100-ESTORNAR-UM-REGISTRO
               THRU 3100-ESTORNAR-UM-REGISTRO-EXIT
               UNTIL FIM-ARQUIVO
           CLOSE EI-ARQUIVO-JORNAL.
       3000-ESTORNAR-SELECAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3100-ESTORNAR-UM-REGISTRO
      * LE UM REGISTRO DO JORNAL E, QUANDO ELE E A PRIMEIRA IMAGEM DO
      * ROTULO NA SELECAO, FAZ O ESTORNO DO ROTULO.
      *----------------------------------------------------------------*
       3100-ESTORNAR-UM-REGISTRO.
           READ EI-ARQUIVO-JORNAL
               AT END
                   SET FIM-ARQUIVO TO TRUE
                   GO TO 3100-ESTORNAR-UM-REGISTRO-EXIT
           END-READ
      *
           ADD 1 TO WS-POSICAO-JORNAL
           IF WS-POSICAO-JORNAL > WS-ULTIMA-POSICAO-ESTORNO
               SET FIM-ARQUIVO TO TRUE
               GO TO 3100-ESTORNAR-UM-REGISTRO-EXIT
           END-IF
      *
           PERFORM 7100-CONFERIR-SELECAO
               THRU 7100-CONFERIR-SELECAO-EXIT
           IF NOT REGISTRO-SELECIONADO
               GO TO 3100-ESTORNAR-UM-REGISTRO-EXIT
           END-IF
      *
           MOVE JN-TEXTO-1 TO WS-RP-TEXTO-1
           MOVE JN-TEXTO-2 TO WS-RP-TEXTO-2
           PERFORM 7000-LOCALIZAR-ROTULO
               THRU 7000-LOCALIZAR-ROTULO-EXIT
           IF ROTULO-ACHADO
              AND ET-POSICAO-PRIMEIRA (IDX-EST) = WS-POSICAO-JORNAL
               PERFORM 3200-ESTORNAR-ROTULO
                   THRU 3200-ESTORNAR-ROTULO-EXIT
           END-IF.
       3100-ESTORNAR-UM-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3200-ESTORNAR-ROTULO
      * DEVOLVE O ROTULO A IMAGEM ANTERIOR A SELECAO: REGRAVA A IMAGEM
      * ANTERIOR OU, QUANDO A SELECAO INCLUIU O ROTULO, EXCLUI O
      * REGISTRO. ROTULO QUE JA ESTA NA IMAGEM ANTERIOR E SO LISTADO;
      * ROTULO QUE NAO ESTA COMO A SELECAO O DEIXOU E CONFLITO E NAO
      * E TOCADO. NA SIMULACAO NADA E GRAVADO. TODO ROTULO DA SELECAO
      * VAI PARA O RELATORIO COM A SITUACAO FINAL.
      *----------------------------------------------------------------*
       3200-ESTORNAR-ROTULO.
           MOVE JN-TEXTO-1 TO IV-TEXTO-1
           MOVE JN-TEXTO-2 TO IV-TEXTO-2
           READ EI-CADASTRO-INVENTARIO
      *
           EVALUATE TRUE
               WHEN WS-INVENTARIO-NAO-ACHOU AND JN-SEM-IMAGEM-ANTES
                   ADD 1 TO WS-QTDE-JA-ESTORNADOS
                   MOVE 'JA ESTORNADO - ROTULO AUSENTE DO CADASTRO'
                       TO LE-SITUACAO
               WHEN WS-INVENTARIO-OK AND JN-COM-IMAGEM-ANTES
                AND IV-REGISTRO-INVENTARIO = JN-IMAGEM-ANTES
                   ADD 1 TO WS-QTDE-JA-ESTORNADOS
                   MOVE 'JA ESTORNADO - CADASTRO NA IMAGEM ANTERIOR'
                       TO LE-SITUACAO
               WHEN NOT WS-INVENTARIO-OK
                AND NOT WS-INVENTARIO-NAO-ACHOU
                   ADD 1 TO WS-QTDE-ERROS-VSAM
                   MOVE 'ERRO DE VSAM NA LEITURA - NAO ESTORNADO'
                       TO LE-SITUACAO
               WHEN NOT ET-CADASTRO-CONFERE (IDX-EST)
                   ADD 1 TO WS-QTDE-CONFLITOS
                   MOVE 'CONFLITO - ALTERADO DEPOIS DA CORRIDA'
                       TO LE-SITUACAO
               WHEN MODO-SIMULACAO AND JN-SEM-IMAGEM-ANTES
                   ADD 1 TO WS-QTDE-EXCLUIDOS
                   MOVE 'SIMULACAO - SERIA EXCLUIDO'
                       TO LE-SITUACAO
               WHEN MODO-SIMULACAO
                   ADD 1 TO WS-QTDE-RESTAURADOS
                   MOVE 'SIMULACAO - SERIA RESTAURADO'
                       TO LE-SITUACAO
               WHEN JN-SEM-IMAGEM-ANTES
                   PERFORM 3300-EXCLUIR-ROTULO
                       THRU 3300-EXCLUIR-ROTULO-EXIT
               WHEN OTHER
                   PERFORM 3400-RESTAURAR-ROTULO
                       THRU 3400-RESTAURAR-ROTULO-EXIT
           END-EVALUATE
      *
           PERFORM 3500-GRAVAR-LINHA-ESTORNO
               THRU 3500-GRAVAR-LINHA-ESTORNO-EXIT.
       3200-ESTORNAR-ROTULO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3300-EXCLUIR-ROTULO
      * DESFAZ A INCLUSAO DO ROTULO PELA SELECAO: EXCLUI O REGISTRO
      * DO CADASTRO E ESTORNA NO HISTORICO A VERSAO QUE A INCLUSAO
      * CRIOU (NAO HA VERSAO ANTERIOR A REABRIR).
      *----------------------------------------------------------------*
       3300-EXCLUIR-ROTULO.
           MOVE IV-TOKEN-DA-CHAVE TO VC-TOKEN-DA-CHAVE
           MOVE 'N' TO VC-IND-ANTERIOR
           DELETE EI-CADASTRO-INVENTARIO RECORD
           IF WS-INVENTARIO-OK
               ADD 1 TO WS-QTDE-EXCLUIDOS
               MOVE 'INCLUSAO DESFEITA - ROTULO EXCLUIDO'
                   TO LE-SITUACAO
               MOVE 'E' TO VC-FUNCAO
               PERFORM 3600-ESTORNAR-VERSOES
                   THRU 3600-ESTORNAR-VERSOES-EXIT
           ELSE
               DISPLAY 'ERRO VSAM NA EXCLUSAO DO ROTULO: '
                       JN-TEXTO-1 ' ' JN-TEXTO-2
                       ' STATUS=' WS-STATUS-INVENTARIO
               ADD 1 TO WS-QTDE-ERROS-VSAM
               MOVE 'ERRO DE VSAM NA EXCLUSAO - NAO ESTORNADO'
                   TO LE-SITUACAO
           END-IF.
       3300-EXCLUIR-ROTULO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3400-RESTAURAR-ROTULO
      * REGRAVA NO CADASTRO A IMAGEM DO ROTULO ANTERIOR A SELECAO E
      * LEVA O ESTORNO AO HISTORICO DE VERSOES: QUANDO A PRIMEIRA
      * GRAVACAO DA SELECAO FOI A CHAVE PRONTA, A ULTIMA VERSAO VOLTA
      * AO TOKEN ANTERIOR (FUNCAO 'K'); NOS DEMAIS CASOS A VERSAO
      * ATIVADA PELA SELECAO E ESTORNADA E A DO TOKEN RESTAURADO E
      * REABERTA (FUNCAO 'E').
      *----------------------------------------------------------------*
       3400-RESTAURAR-ROTULO.
           MOVE IV-TOKEN-DA-CHAVE TO VC-TOKEN-DA-CHAVE
           MOVE JN-IMAGEM-ANTES TO IV-REGISTRO-INVENTARIO
           MOVE 'S'                 TO VC-IND-ANTERIOR
           MOVE IV-STATUS-ROTULO    TO VC-ANT-STATUS-ROTULO
           MOVE IV-TAMANHO-CHAVE    TO VC-ANT-TAMANHO-CHAVE
           MOVE IV-TIPO-CHAVE       TO VC-ANT-TIPO-CHAVE
           MOVE IV-DATA-CONSTRUCAO  TO VC-ANT-DATA-CONSTRUCAO
           MOVE IV-HORA-CONSTRUCAO  TO VC-ANT-HORA-CONSTRUCAO
           MOVE IV-DATA-INATIVACAO  TO VC-ANT-DATA-INATIVACAO
           MOVE IV-AREA-SOLICITANTE TO VC-ANT-AREA-SOLICITANTE
           MOVE IV-TOKEN-DA-CHAVE   TO VC-ANT-TOKEN-DA-CHAVE
           REWRITE IV-REGISTRO-INVENTARIO
           IF WS-INVENTARIO-OK
               ADD 1 TO WS-QTDE-RESTAURADOS
               MOVE 'IMAGEM ANTERIOR RESTAURADA'
                   TO LE-SITUACAO
               IF JN-OPER-CHAVE-PRONTA
                   MOVE 'K' TO VC-FUNCAO
                   MOVE IV-TAMANHO-CHAVE  TO VC-TAMANHO-CHAVE
                   MOVE IV-TIPO-CHAVE     TO VC-TIPO-CHAVE
                   MOVE IV-TOKEN-DA-CHAVE TO VC-TOKEN-DA-CHAVE
               ELSE
                   MOVE 'E' TO VC-FUNCAO
               END-IF
               PERFORM 3600-ESTORNAR-VERSOES
                   THRU 3600-ESTORNAR-VERSOES-EXIT
           ELSE
               DISPLAY 'ERRO VSAM NA RESTAURACAO DO ROTULO: '
                       JN-TEXTO-1 ' ' JN-TEXTO-2
                       ' STATUS=' WS-STATUS-INVENTARIO
               ADD 1 TO WS-QTDE-ERROS-VSAM
               MOVE 'ERRO DE VSAM NA REGRAVACAO - NAO ESTORNADO'
                   TO LE-SITUACAO
           END-IF.
       3400-RESTAURAR-ROTULO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3600-ESTORNAR-VERSOES
      * CHAMA O GERENTE DO HISTORICO (PROGCOB47) NA FUNCAO PREPARADA
      * PELO CHAMADOR, COM A DATA DA CORRIDA ESTORNADA. ROTULO SEM
      * VERSAO A ACERTAR (ANTERIOR AO HISTORICO) NAO E ERRO. FALHA NO
      * HISTORICO NAO DESFAZ O ESTORNO DO CADASTRO; E CONTADA A PARTE
      * E TERMINA O PASSO COM RC=8.
      *----------------------------------------------------------------*
       3600-ESTORNAR-VERSOES.
           MOVE JN-TEXTO-1      TO VC-TEXTO-1
           MOVE JN-TEXTO-2      TO VC-TEXTO-2
           MOVE WS-DATA-CORRIDA TO VC-DATA-EVENTO
           MOVE 'N'             TO VC-IND-REVOGACAO
           CALL PROGCOB47 USING VC-AREA-VERSAO
      *
           EVALUATE TRUE
               WHEN VC-RESULTADO-OK
                   ADD 1 TO WS-QTDE-VERSOES-ESTORNO
               WHEN VC-SEM-VERSAO
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO NO HISTORICO DE VERSOES - ROTULO: '
                           JN-TEXTO-1 ' ' JN-TEXTO-2
                           ' RESULTADO=' VC-RESULTADO
                   ADD 1 TO WS-QTDE-ERROS-HISTORICO
           END-EVALUATE.
       3600-ESTORNAR-VERSOES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3500-GRAVAR-LINHA-ESTORNO
      * GRAVA NO RELATORIO A LINHA DO ROTULO: OPERACAO E PASSO DA
      * PRIMEIRA GRAVACAO DA SELECAO E A SITUACAO DO ESTORNO.
      *----------------------------------------------------------------*
       3500-GRAVAR-LINHA-ESTORNO.
           MOVE JN-TEXTO-1  TO LE-TEXTO-1
           MOVE JN-TEXTO-2  TO LE-TEXTO-2
           MOVE JN-PROGRAMA TO LE-PROGRAMA
           EVALUATE TRUE
               WHEN JN-OPER-INCLUSAO
                   MOVE 'INCLUSAO'     TO LE-OPERACAO
               WHEN JN-OPER-SUBSTITUICAO
                   MOVE 'SUBSTITUICAO' TO LE-OPERACAO
               WHEN JN-OPER-REVOGACAO
                   MOVE 'REVOGACAO'    TO LE-OPERACAO
               WHEN JN-OPER-INATIVACAO
                   MOVE 'INATIVACAO'   TO LE-OPERACAO
               WHEN JN-OPER-CHAVE-PRONTA
                   MOVE 'CHAVE PRONTA' TO LE-OPERACAO
               WHEN OTHER
                   MOVE JN-OPERACAO    TO LE-OPERACAO
           END-EVALUATE
           WRITE EI-LINHA-RELATORIO FROM WS-LINHA-ESTORNO.
       3500-GRAVAR-LINHA-ESTORNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7000-LOCALIZAR-ROTULO
      * PROCURA O ROTULO EM WS-ROTULO-PROCURADO NA TABELA DE
      * DISPERSAO: CALCULA O VALOR DE DISPERSAO E SONDA A PARTIR
      * DELE. QUANDO ACHADO, IDX-EST FICA NA VAGA DO ROTULO; QUANDO
      * NAO ACHADO, IDX-EST FICA NA VAGA LIVRE ONDE A SONDAGEM
      * PAROU, PRONTA PARA A INCLUSAO DO ROTULO.
      *----------------------------------------------------------------*
       7000-LOCALIZAR-ROTULO.
           MOVE 'N' TO WS-ROTULO-ACHADO
           PERFORM 7010-CALCULAR-DISPERSAO
               THRU 7010-CALCULAR-DISPERSAO-EXIT
           MOVE 'N' TO WS-SONDAGEM-TERMINADA
           MOVE ZERO TO WS-QTDE-SONDAGENS
           PERFORM 7020-SONDAR-TABELA
               THRU 7020-SONDAR-TABELA-EXIT
               UNTIL SONDAGEM-TERMINADA.
       7000-LOCALIZAR-ROTULO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7010-CALCULAR-DISPERSAO
      * CALCULA O VALOR DE DISPERSAO DO ROTULO: SOMA POLINOMIAL
      * (BASE 31) DAS POSICOES DOS 30 CARACTERES NO ALFABETO DE
      * REFERENCIA, REDUZIDA A CADA PASSO PELO RESTO DA DIVISAO PELO
      * TAMANHO DA TABELA. O VALOR DEPENDE SO DO ROTULO.
      *----------------------------------------------------------------*
       7010-CALCULAR-DISPERSAO.
           MOVE ZERO TO WS-VALOR-DISPERSAO
           PERFORM VARYING WS-INDICE-DISPERSAO FROM 1 BY 1
                   UNTIL WS-INDICE-DISPERSAO > 30
               MOVE WS-ROTULO-PROCURADO (WS-INDICE-DISPERSAO:1)
                   TO WS-CARACTER-DISPERSAO
               MOVE ZERO TO WS-POSICAO-DISPERSAO
               INSPECT WS-ALFABETO-REFERENCIA
                   TALLYING WS-POSICAO-DISPERSAO
                   FOR CHARACTERS BEFORE INITIAL WS-CARACTER-DISPERSAO
               COMPUTE WS-VALOR-DISPERSAO =
                   WS-VALOR-DISPERSAO * 31 + WS-POSICAO-DISPERSAO
               DIVIDE WS-VALOR-DISPERSAO BY WS-TAMANHO-TABELA-EST
                   GIVING WS-QUOCIENTE-DISPERSAO
                   REMAINDER WS-VALOR-DISPERSAO
           END-PERFORM.
       7010-CALCULAR-DISPERSAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7020-SONDAR-TABELA
      * EXECUTA UMA SONDAGEM DA TABELA DE DISPERSAO: VAGA LIVRE
      * ENCERRA A PROCURA (ROTULO NAO ACHADO, IDX-EST FICA NA VAGA),
      * ROTULO IGUAL ENCERRA COMO ACHADO, E VAGA OCUPADA POR OUTRO
      * ROTULO AVANCA PARA A VAGA SEGUINTE (COM RETORNO AO INICIO DA
      * TABELA). O CONTADOR DE SONDAGENS E SO UMA TRAVA DE SEGURANCA
      * CONTRA LACO SEM FIM.
      *----------------------------------------------------------------*
       7020-SONDAR-TABELA.
           COMPUTE WS-SLOT-DISPERSAO = WS-VALOR-DISPERSAO + 1
           SET IDX-EST TO WS-SLOT-DISPERSAO
           EVALUATE TRUE
               WHEN ET-OCUPADO (IDX-EST) NOT = 'S'
                   SET SONDAGEM-TERMINADA TO TRUE
               WHEN ET-TEXTO-1 (IDX-EST) = WS-RP-TEXTO-1
                AND ET-TEXTO-2 (IDX-EST) = WS-RP-TEXTO-2
                   SET ROTULO-ACHADO TO TRUE
                   SET SONDAGEM-TERMINADA TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-VALOR-DISPERSAO
                   IF WS-VALOR-DISPERSAO >= WS-TAMANHO-TABELA-EST
                       MOVE ZERO TO WS-VALOR-DISPERSAO
                   END-IF
                   ADD 1 TO WS-QTDE-SONDAGENS
                   IF WS-QTDE-SONDAGENS > WS-TAMANHO-TABELA-EST
                       SET TABELA-SATURADA TO TRUE
                       SET SONDAGEM-TERMINADA TO TRUE
                   END-IF
           END-EVALUATE.
       7020-SONDAR-TABELA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7100-CONFERIR-SELECAO
      * CONFERE SE O REGISTRO LIDO DO JORNAL PERTENCE A SELECAO DO
      * CARTAO: MESMA DATA E TIPO DE CORRIDA E, QUANDO INFORMADO, O
      * MESMO PASSO.
      *----------------------------------------------------------------*
       7100-CONFERIR-SELECAO.
           MOVE 'N' TO WS-REGISTRO-SELECIONADO
           IF JN-DATA-CORRIDA = WS-DATA-CORRIDA
              AND JN-TIPO-CORRIDA = WS-TIPO-CORRIDA
              AND (WS-PROGRAMA-SELECIONADO = SPACES
                   OR JN-PROGRAMA = WS-PROGRAMA-SELECIONADO)
               SET REGISTRO-SELECIONADO TO TRUE
           END-IF.
       7100-CONFERIR-SELECAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8000-ENCERRAMENTO
      * GRAVA OS TOTAIS NO RELATORIO, FECHA OS ARQUIVOS E EXIBE OS
      * TOTAIS. SELECAO SEM NENHUM REGISTRO NO JORNAL E SINALIZADA
      * COM RC=4; CONFLITO, ERRO DE VSAM OU ERRO NO HISTORICO DE
      * VERSOES COM RC=8 (O RELATORIO KBBORPT DIZ QUAIS ROTULOS
      * FICARAM SEM ESTORNO).
      *----------------------------------------------------------------*
       8000-ENCERRAMENTO.
           IF NOT ERRO-ABERTURA-FATAL
               PERFORM 8100-GRAVAR-TOTAIS
                   THRU 8100-GRAVAR-TOTAIS-EXIT
           END-IF
      *
           IF ERRO-ABERTURA-FATAL
               CLOSE EI-ARQUIVO-JORNAL
           END-IF
           CLOSE EI-CADASTRO-INVENTARIO
           CLOSE EI-ARQUIVO-RELATORIO
           MOVE 'F' TO VC-FUNCAO
           CALL PROGCOB47 USING VC-AREA-VERSAO
      *
           DISPLAY 'ESTORNO DO INVENTARIO - FIM'
           DISPLAY 'REGISTROS LIDOS DO JORNAL: ' WS-QTDE-LIDOS-JORNAL
           DISPLAY 'REGISTROS DA SELECAO ....: ' WS-QTDE-SELECIONADOS
           DISPLAY 'ROTULOS DA SELECAO ......: '
                   WS-QTDE-ROTULOS-TABELA
           DISPLAY 'ROTULOS RESTAURADOS .....: ' WS-QTDE-RESTAURADOS
           DISPLAY 'INCLUSOES DESFEITAS .....: ' WS-QTDE-EXCLUIDOS
           DISPLAY 'JA ESTORNADOS ...........: ' WS-QTDE-JA-ESTORNADOS
           DISPLAY 'CONFLITOS ...............: ' WS-QTDE-CONFLITOS
           DISPLAY 'ERROS DE VSAM ...........: ' WS-QTDE-ERROS-VSAM
           DISPLAY 'ROTULOS ACERTADOS NO HIST: '
                   WS-QTDE-VERSOES-ESTORNO
           DISPLAY 'ERROS NO HISTORICO ......: '
                   WS-QTDE-ERROS-HISTORICO
           IF MODO-SIMULACAO
               DISPLAY 'SIMULACAO - O CADASTRO NAO FOI ALTERADO'
           END-IF
      *
           IF NOT ERRO-ABERTURA-FATAL
              AND WS-QTDE-SELECIONADOS = ZERO
              AND RETURN-CODE = ZERO
               DISPLAY 'AVISO - NENHUM REGISTRO DO JORNAL PARA A '
                       'CORRIDA/PASSO DO CARTAO'
               MOVE 4 TO RETURN-CODE
           END-IF
      *
           IF (WS-QTDE-CONFLITOS > ZERO
               OR WS-QTDE-ERROS-VSAM > ZERO
               OR WS-QTDE-ERROS-HISTORICO > ZERO)
              AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-ENCERRAMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8100-GRAVAR-TOTAIS
      * GRAVA OS TOTAIS DO ESTORNO NO RELATORIO.
      *----------------------------------------------------------------*
       8100-GRAVAR-TOTAIS.
           WRITE EI-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           MOVE 'TOTAIS DO ESTORNO' TO WS-LS-TITULO
           WRITE EI-LINHA-RELATORIO FROM WS-LINHA-SECAO
      *
           MOVE 'REGISTROS LIDOS DO JORNAL' TO WS-LD-ROTULO
           MOVE WS-QTDE-LIDOS-JORNAL TO WS-LD-VALOR
           WRITE EI-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'REGISTROS DA SELECAO' TO WS-LD-ROTULO
           MOVE WS-QTDE-SELECIONADOS TO WS-LD-VALOR
           WRITE EI-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ROTULOS DA SELECAO' TO WS-LD-ROTULO
           MOVE WS-QTDE-ROTULOS-TABELA TO WS-LD-VALOR
           WRITE EI-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ROTULOS RESTAURADOS' TO WS-LD-ROTULO
           MOVE WS-QTDE-RESTAURADOS TO WS-LD-VALOR
           WRITE EI-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'INCLUSOES DESFEITAS (ROTULOS EXCLUIDOS)'
               TO WS-LD-ROTULO
           MOVE WS-QTDE-EXCLUIDOS TO WS-LD-VALOR
           WRITE EI-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'JA ESTORNADOS ANTES DESTA EXECUCAO' TO WS-LD-ROTULO
           MOVE WS-QTDE-JA-ESTORNADOS TO WS-LD-VALOR
           WRITE EI-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'CONFLITOS (ALTERADOS DEPOIS DA CORRIDA)'
               TO WS-LD-ROTULO
           MOVE WS-QTDE-CONFLITOS TO WS-LD-VALOR
           WRITE EI-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ERROS DE VSAM' TO WS-LD-ROTULO
           MOVE WS-QTDE-ERROS-VSAM TO WS-LD-VALOR
           WRITE EI-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ROTULOS ACERTADOS NO HISTORICO' TO WS-LD-ROTULO
           MOVE WS-QTDE-VERSOES-ESTORNO TO WS-LD-VALOR
           WRITE EI-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ERROS NO HISTORICO DE VERSOES' TO WS-LD-ROTULO
           MOVE WS-QTDE-ERROS-HISTORICO TO WS-LD-VALOR
           WRITE EI-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           IF TABELA-SATURADA
               MOVE 'SELECAO ACIMA DO LIMITE - NADA ESTORNADO'
                   TO WS-LD-ROTULO
               MOVE WS-MAXIMO-ROTULOS TO WS-LD-VALOR
               WRITE EI-LINHA-RELATORIO FROM WS-LINHA-DETALHE
           END-IF
      *
           IF MODO-SIMULACAO
               MOVE 'SIMULACAO - O CADASTRO NAO FOI ALTERADO'
                   TO WS-LS-TITULO
               WRITE EI-LINHA-RELATORIO FROM WS-LINHA-SECAO
           END-IF.
       8100-GRAVAR-TOTAIS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM PROGCOB38.
