      ******************************************************************
      * Author: ALEX MENDES
      * Date: 15-10-2026
      * Purpose: CONSULTA BATCH DO HISTORICO DE VERSOES DE CHAVE. DEPOIS
      *          DE UMA ROTACAO, AS APLICACOES CONSUMIDORAS AINDA
      *          PRECISAM DA CHAVE ANTERIOR POR ALGUM TEMPO PARA
      *          DECIFRAR DADOS PROTEGIDOS POR ELA, E O TOKEN ANTIGO ERA
      *          PROCURADO A MAO NAS GERACOES DE KBTOKEN/KBKEYOUT. ESTE
      *          PROGRAMA LE UMA LISTA DE ROTULOS NO SYSIN (UM POR
      *          CARTAO, COM O NUMERO DA VERSAO OPCIONAL), LISTA NO
      *          RELATORIO KBVHRPT TODAS AS VERSOES DE CADA ROTULO NO
      *          HISTORICO KBVERS (SITUACAO, TIPO, TAMANHO, AREA E AS
      *          DATAS DE CONSTRUCAO, ATIVACAO, SUBSTITUICAO E
      *          COMPROMETIMENTO) E GRAVA AS VERSOES PEDIDAS, COM O
      *          TOKEN, NO EXTRATO KBVHOUT (LAYOUT KBVERREC) ENTREGUE A
      *          APLICACAO QUE PEDIU A CHAVE.
      *
      *          CARTAO SYSIN (UM POR ROTULO):
      *            01-15 TEXTO-1 DO ROTULO
      *            16-30 TEXTO-2 DO ROTULO
      *            31-34 NUMERO DA VERSAO (BRANCO = TODAS AS VERSOES)
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 15-10-2026 AM    VERSAO INICIAL - CONSULTA DO HISTORICO KBVERS
      *                  POR LISTA DE ROTULOS, COM RELATORIO E EXTRATO
      *                  DAS VERSOES (JCL PROGCB32).
      * 15-10-2026 AM    SITUACAO DE VERSAO ESTORNADA (E), GRAVADA PELO
      *                  ESTORNO DO INVENTARIO (PROGCOB38), SAI POR
      *                  EXTENSO NO RELATORIO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       PROGRAM-ID. PROGCOB32.
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
           SELECT HC-HISTORICO-VERSOES ASSIGN TO "KBVERS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY VR-CHAVE-VERSAO
               FILE STATUS IS WS-STATUS-HISTORICO.
      *
           SELECT HC-ARQUIVO-EXTRATO ASSIGN TO "KBVHOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.
      *
           SELECT HC-ARQUIVO-RELATORIO ASSIGN TO "KBVHRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
      *
           SELECT HC-CARTAO-CONSULTA ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SYSIN.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*
       FD  HC-HISTORICO-VERSOES.
           COPY KBVERREC.
      *
       FD  HC-ARQUIVO-EXTRATO.
       01  HC-REGISTRO-EXTRATO           PIC X(815).
      *
       FD  HC-ARQUIVO-RELATORIO.
       01  HC-LINHA-RELATORIO            PIC X(132).
      *
       FD  HC-CARTAO-CONSULTA.
       01  HC-REGISTRO-CONSULTA.
           05  CQ-CHAVE-ROTULO.
               10  CQ-TEXTO-1            PIC X(15).
               10  CQ-TEXTO-2            PIC X(15).
           05  CQ-VERSAO                 PIC X(04).
           05  CQ-VERSAO-N REDEFINES CQ-VERSAO
                                         PIC 9(04).
           05  FILLER                    PIC X(46).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    CHAVES E INDICADORES DE STATUS DE ARQUIVO
      *----------------------------------------------------------------*
       01  WS-STATUS-HISTORICO           PIC X(02)      VALUE SPACES.
           88  WS-HISTORICO-OK           VALUE '00'.
           88  WS-HISTORICO-NAO-ACHOU    VALUE '23'.
       01  WS-STATUS-EXTRATO             PIC X(02)      VALUE SPACES.
           88  WS-EXTRATO-OK             VALUE '00'.
       01  WS-STATUS-RELATORIO           PIC X(02)      VALUE SPACES.
       01  WS-STATUS-SYSIN               PIC X(02)      VALUE SPACES.
           88  WS-SYSIN-OK               VALUE '00'.
      *----------------------------------------------------------------*
      *    SWITCHES DE CONTROLE DO PROCESSAMENTO
      *----------------------------------------------------------------*
       01  WS-SWITCHES-LOTE.
           05  WS-FIM-ARQUIVO-CQ         PIC X(01)      VALUE 'N'.
               88  FIM-ARQUIVO-CQ        VALUE 'S'.
           05  WS-FIM-VARREDURA          PIC X(01)      VALUE 'N'.
               88  FIM-VARREDURA         VALUE 'S'.
           05  WS-ERRO-ABERTURA          PIC X(01)      VALUE 'N'.
               88  ERRO-ABERTURA-FATAL   VALUE 'S'.
      *----------------------------------------------------------------*
      *    CONTADORES DA CONSULTA
      *----------------------------------------------------------------*
       01  WS-CONTADORES-LOTE.
           05  WS-QTDE-CARTOES           PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-INVALIDOS         PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-SEM-HISTORICO     PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-VERSAO-AUSENTE    PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-VERSOES-LISTADAS  PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-EXTRAIDAS         PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ERROS-VSAM        PIC 9(09) COMP VALUE ZERO.
       01  WS-QTDE-VERSOES-ROTULO        PIC 9(05) COMP VALUE ZERO.
       01  WS-QTDE-EXTRAIDAS-ROTULO      PIC 9(05) COMP VALUE ZERO.
       01  WS-VERSAO-PEDIDA              PIC 9(04)      VALUE ZEROS.
       01  WS-DATA-CONSULTA              PIC 9(08)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    AREAS DE MONTAGEM DAS LINHAS DO RELATORIO
      *----------------------------------------------------------------*
       01  WS-LINHA-CABECALHO.
           05  FILLER PIC X(44) VALUE
               'CONSULTA DO HISTORICO DE VERSOES DE CHAVE (K'.
           05  FILLER PIC X(10) VALUE
               'BVERS)'.
           05  FILLER                    PIC X(78)      VALUE SPACES.
       01  WS-LINHA-COLUNAS.
           05  FILLER PIC X(44) VALUE
               '  VERS SITUACAO     TIP   TAM ARE CONSTRUC H'.
           05  FILLER PIC X(44) VALUE
               'ORA     ATIVACAO SUBSTIT. COMPROM.'.
           05  FILLER                    PIC X(44)      VALUE SPACES.
       01  WS-LINHA-ROTULO.
           05  FILLER PIC X(08) VALUE 'ROTULO: '.
           05  LR-TEXTO-1                PIC X(15)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LR-TEXTO-2                PIC X(15)      VALUE SPACES.
           05  FILLER                    PIC X(02)      VALUE SPACES.
           05  LR-OBSERVACAO             PIC X(50)      VALUE SPACES.
           05  FILLER                    PIC X(41)      VALUE SPACES.
       01  WS-LINHA-VERSAO.
           05  FILLER                    PIC X(02)      VALUE SPACES.
           05  LV-VERSAO                 PIC ZZZ9       VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LV-SITUACAO               PIC X(12)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LV-TIPO                   PIC X(03)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LV-TAMANHO                PIC ZZZZZ      VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LV-AREA                   PIC X(03)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LV-DATA-CONSTRUCAO        PIC ZZZZZZZZ   VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LV-HORA-CONSTRUCAO        PIC 9(08)      VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LV-DATA-ATIVACAO          PIC ZZZZZZZZ   VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LV-DATA-SUBSTITUICAO      PIC ZZZZZZZZ   VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LV-DATA-COMPROMETIMENTO   PIC ZZZZZZZZ   VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LV-EXTRAIDA               PIC X(08)      VALUE SPACES.
           05  FILLER                    PIC X(44)      VALUE SPACES.
       01  WS-LINHA-DETALHE.
           05  WS-LD-ROTULO              PIC X(40)      VALUE SPACES.
           05  WS-LD-VALOR               PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05  FILLER                    PIC X(81)      VALUE SPACES.
       01  WS-LINHA-DATA.
           05  WS-LDA-ROTULO             PIC X(40)      VALUE SPACES.
           05  WS-LDA-DATA               PIC 9(08)      VALUE ZERO.
           05  FILLER                    PIC X(84)      VALUE SPACES.
       01  WS-LINHA-SECAO.
           05  WS-LS-TITULO              PIC X(60)      VALUE SPACES.
           05  FILLER                    PIC X(72)      VALUE SPACES.
       01  WS-LINHA-BRANCO               PIC X(132)     VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      * CONTROLA A SEQUENCIA GERAL DA CONSULTA: UM ROTULO POR CARTAO,
      * DEPOIS OS TOTAIS.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
      *
           PERFORM 2000-CONSULTAR-ROTULO
               THRU 2000-CONSULTAR-ROTULO-EXIT
               UNTIL FIM-ARQUIVO-CQ
      *
           PERFORM 8000-ENCERRAMENTO THRU 8000-ENCERRAMENTO-EXIT
      *
           GOBACK.
      *----------------------------------------------------------------*
      * 1000-INICIALIZAR
      * ABRE OS ARQUIVOS, VERIFICA AS ABERTURAS, GRAVA O CABECALHO DO
      * RELATORIO E LE O PRIMEIRO CARTAO DE CONSULTA. SEM O
      * HISTORICO, SEM O EXTRATO OU SEM A LISTA DE ROTULOS NAO HA O
      * QUE CONSULTAR.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           ACCEPT WS-DATA-CONSULTA FROM DATE YYYYMMDD
           OPEN INPUT  HC-HISTORICO-VERSOES
           OPEN OUTPUT HC-ARQUIVO-EXTRATO
           OPEN OUTPUT HC-ARQUIVO-RELATORIO
           OPEN INPUT  HC-CARTAO-CONSULTA
      *
           IF NOT WS-HISTORICO-OK
               DISPLAY 'ERRO FATAL - KBVERS NAO ABRIU. STATUS='
                       WS-STATUS-HISTORICO
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO-CQ TO TRUE
           END-IF
      *
           IF NOT WS-EXTRATO-OK
               DISPLAY 'ERRO FATAL - KBVHOUT NAO ABRIU. STATUS='
                       WS-STATUS-EXTRATO
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO-CQ TO TRUE
           END-IF
      *
           IF NOT WS-SYSIN-OK
               DISPLAY 'ERRO FATAL - SYSIN NAO ABRIU. STATUS='
                       WS-STATUS-SYSIN
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO-CQ TO TRUE
           END-IF
      *
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'AVISO - KBVHRPT NAO ABRIU. STATUS='
                       WS-STATUS-RELATORIO
           END-IF
      *
           IF NOT ERRO-ABERTURA-FATAL
               PERFORM 1200-GRAVAR-CABECALHO
                   THRU 1200-GRAVAR-CABECALHO-EXIT
               PERFORM 2900-LER-PROXIMO-CARTAO
                   THRU 2900-LER-PROXIMO-CARTAO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1200-GRAVAR-CABECALHO
      * GRAVA O CABECALHO DO RELATORIO: TITULO, DATA DA CONSULTA E A
      * LINHA DE TITULOS DAS COLUNAS.
      *----------------------------------------------------------------*
       1200-GRAVAR-CABECALHO.
           WRITE HC-LINHA-RELATORIO FROM WS-LINHA-CABECALHO
      *
           MOVE 'DATA DA CONSULTA' TO WS-LDA-ROTULO
           MOVE WS-DATA-CONSULTA TO WS-LDA-DATA
           WRITE HC-LINHA-RELATORIO FROM WS-LINHA-DATA
      *
           WRITE HC-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           WRITE HC-LINHA-RELATORIO FROM WS-LINHA-COLUNAS.
       1200-GRAVAR-CABECALHO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-CONSULTAR-ROTULO
      * CONSULTA O ROTULO DO CARTAO: POSICIONA NA PRIMEIRA VERSAO DO
      * ROTULO E LISTA TODAS AS VERSOES ATE O ROTULO MUDAR. CARTAO
      * SEM TEXTO-1/TEXTO-2 OU COM VERSAO NAO NUMERICA E INVALIDO;
      * ROTULO SEM NENHUMA VERSAO E VERSAO PEDIDA QUE NAO EXISTE SAO
      * APONTADOS NO RELATORIO.
      *----------------------------------------------------------------*
       2000-CONSULTAR-ROTULO.
           ADD 1 TO WS-QTDE-CARTOES
           MOVE ZERO TO WS-QTDE-VERSOES-ROTULO
           MOVE ZERO TO WS-QTDE-EXTRAIDAS-ROTULO
           MOVE SPACES TO WS-LINHA-ROTULO
           MOVE 'ROTULO: ' TO WS-LINHA-ROTULO (1:8)
           MOVE CQ-TEXTO-1 TO LR-TEXTO-1
           MOVE CQ-TEXTO-2 TO LR-TEXTO-2
           WRITE HC-LINHA-RELATORIO FROM WS-LINHA-BRANCO
      *
           IF CQ-TEXTO-1 = SPACES OR CQ-TEXTO-2 = SPACES
               ADD 1 TO WS-QTDE-INVALIDOS
               MOVE 'CARTAO INVALIDO - INFORME TEXTO-1 E TEXTO-2'
                   TO LR-OBSERVACAO
               WRITE HC-LINHA-RELATORIO FROM WS-LINHA-ROTULO
               GO TO 2000-CONSULTAR-ROTULO-LER
           END-IF
      *
           EVALUATE TRUE
               WHEN CQ-VERSAO = SPACES
                   MOVE ZEROS TO WS-VERSAO-PEDIDA
               WHEN CQ-VERSAO IS NUMERIC
                   MOVE CQ-VERSAO-N TO WS-VERSAO-PEDIDA
               WHEN OTHER
                   ADD 1 TO WS-QTDE-INVALIDOS
                   MOVE 'CARTAO INVALIDO - VERSAO NAO NUMERICA'
                       TO LR-OBSERVACAO
                   WRITE HC-LINHA-RELATORIO FROM WS-LINHA-ROTULO
                   GO TO 2000-CONSULTAR-ROTULO-LER
           END-EVALUATE
      *
           IF WS-VERSAO-PEDIDA = ZEROS
               MOVE 'TODAS AS VERSOES' TO LR-OBSERVACAO
           ELSE
               MOVE 'VERSAO PEDIDA:' TO LR-OBSERVACAO
               MOVE WS-VERSAO-PEDIDA TO LR-OBSERVACAO (16:4)
           END-IF
           WRITE HC-LINHA-RELATORIO FROM WS-LINHA-ROTULO
      *
           MOVE CQ-TEXTO-1 TO VR-TEXTO-1
           MOVE CQ-TEXTO-2 TO VR-TEXTO-2
           MOVE ZEROS TO VR-NUMERO-VERSAO
           MOVE 'N' TO WS-FIM-VARREDURA
           START HC-HISTORICO-VERSOES
               KEY NOT < VR-CHAVE-VERSAO
           END-START
           EVALUATE TRUE
               WHEN WS-HISTORICO-OK
                   PERFORM 2100-LISTAR-UMA-VERSAO
                       THRU 2100-LISTAR-UMA-VERSAO-EXIT
                       UNTIL FIM-VARREDURA
               WHEN WS-HISTORICO-NAO-ACHOU
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO VSAM NO POSICIONAMENTO DO KBVERS - '
                           'ROTULO: ' CQ-TEXTO-1 ' ' CQ-TEXTO-2
                           ' STATUS=' WS-STATUS-HISTORICO
                   ADD 1 TO WS-QTDE-ERROS-VSAM
                   GO TO 2000-CONSULTAR-ROTULO-LER
           END-EVALUATE
      *
           MOVE SPACES TO WS-LINHA-ROTULO
           EVALUATE TRUE
               WHEN WS-QTDE-VERSOES-ROTULO = ZERO
                   ADD 1 TO WS-QTDE-SEM-HISTORICO
                   MOVE '  ROTULO SEM NENHUMA VERSAO NO HISTORICO'
                       TO WS-LINHA-ROTULO
                   WRITE HC-LINHA-RELATORIO FROM WS-LINHA-ROTULO
               WHEN WS-VERSAO-PEDIDA NOT = ZEROS
                AND WS-QTDE-EXTRAIDAS-ROTULO = ZERO
                   ADD 1 TO WS-QTDE-VERSAO-AUSENTE
                   MOVE '  VERSAO PEDIDA NAO CONSTA DO HISTORICO'
                       TO WS-LINHA-ROTULO
                   WRITE HC-LINHA-RELATORIO FROM WS-LINHA-ROTULO
           END-EVALUATE.
       2000-CONSULTAR-ROTULO-LER.
           PERFORM 2900-LER-PROXIMO-CARTAO
               THRU 2900-LER-PROXIMO-CARTAO-EXIT.
       2000-CONSULTAR-ROTULO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2100-LISTAR-UMA-VERSAO
      * LE A PROXIMA VERSAO DA VARREDURA. OUTRO ROTULO OU FIM DO
      * ARQUIVO ENCERRAM A VARREDURA. TODA VERSAO DO ROTULO VAI PARA
      * O RELATORIO; A VERSAO PEDIDA (OU TODAS, QUANDO O CARTAO NAO
      * INFORMA VERSAO) VAI TAMBEM PARA O EXTRATO COM O TOKEN.
      *----------------------------------------------------------------*
       2100-LISTAR-UMA-VERSAO.
           READ HC-HISTORICO-VERSOES NEXT
               AT END
                   SET FIM-VARREDURA TO TRUE
                   GO TO 2100-LISTAR-UMA-VERSAO-EXIT
           END-READ
           IF NOT WS-HISTORICO-OK
               DISPLAY 'ERRO VSAM NA LEITURA DO KBVERS - ROTULO: '
                       CQ-TEXTO-1 ' ' CQ-TEXTO-2
                       ' STATUS=' WS-STATUS-HISTORICO
               ADD 1 TO WS-QTDE-ERROS-VSAM
               SET FIM-VARREDURA TO TRUE
               GO TO 2100-LISTAR-UMA-VERSAO-EXIT
           END-IF
           IF VR-CHAVE-ROTULO NOT = CQ-CHAVE-ROTULO
               SET FIM-VARREDURA TO TRUE
               GO TO 2100-LISTAR-UMA-VERSAO-EXIT
           END-IF
      *
           ADD 1 TO WS-QTDE-VERSOES-ROTULO
           ADD 1 TO WS-QTDE-VERSOES-LISTADAS
           PERFORM 7000-MONTAR-LINHA-VERSAO
               THRU 7000-MONTAR-LINHA-VERSAO-EXIT
      *
           IF WS-VERSAO-PEDIDA = ZEROS
              OR WS-VERSAO-PEDIDA = VR-NUMERO-VERSAO
               WRITE HC-REGISTRO-EXTRATO FROM VR-REGISTRO-VERSAO
               ADD 1 TO WS-QTDE-EXTRAIDAS
               ADD 1 TO WS-QTDE-EXTRAIDAS-ROTULO
               MOVE 'EXTRAIDA' TO LV-EXTRAIDA
           END-IF
           WRITE HC-LINHA-RELATORIO FROM WS-LINHA-VERSAO.
       2100-LISTAR-UMA-VERSAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2900-LER-PROXIMO-CARTAO
      * LE O PROXIMO CARTAO DE CONSULTA, SINALIZANDO FIM DE ARQUIVO
      * QUANDO NAO HOUVER MAIS CARTOES.
      *----------------------------------------------------------------*
       2900-LER-PROXIMO-CARTAO.
           READ HC-CARTAO-CONSULTA
               AT END
                   SET FIM-ARQUIVO-CQ TO TRUE
           END-READ.
       2900-LER-PROXIMO-CARTAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7000-MONTAR-LINHA-VERSAO
      * MONTA A LINHA DO RELATORIO DA VERSAO LIDA, COM A SITUACAO POR
      * EXTENSO. TIPO EM BRANCO E MOSTRADO COMO RSA.
      *----------------------------------------------------------------*
       7000-MONTAR-LINHA-VERSAO.
           MOVE SPACES TO LV-EXTRAIDA
           MOVE VR-NUMERO-VERSAO        TO LV-VERSAO
           EVALUATE TRUE
               WHEN VR-VERSAO-ATIVA
                   MOVE 'ATIVA'         TO LV-SITUACAO
               WHEN VR-VERSAO-COMPROMETIDA
                   MOVE 'COMPROMETIDA'  TO LV-SITUACAO
               WHEN VR-VERSAO-SUBSTITUIDA
                   MOVE 'SUBSTITUIDA'   TO LV-SITUACAO
               WHEN VR-VERSAO-REVOGADA
                   MOVE 'REVOGADA'      TO LV-SITUACAO
               WHEN VR-VERSAO-INATIVADA
                   MOVE 'INATIVADA'     TO LV-SITUACAO
               WHEN VR-VERSAO-ESTORNADA
                   MOVE 'ESTORNADA'     TO LV-SITUACAO
               WHEN OTHER
                   MOVE VR-SITUACAO-VERSAO TO LV-SITUACAO
           END-EVALUATE
           MOVE VR-TIPO-CHAVE           TO LV-TIPO
           IF VR-TIPO-CHAVE = SPACES
               MOVE 'RSA'               TO LV-TIPO
           END-IF
           MOVE VR-TAMANHO-CHAVE        TO LV-TAMANHO
           MOVE VR-AREA-SOLICITANTE     TO LV-AREA
           MOVE VR-DATA-CONSTRUCAO      TO LV-DATA-CONSTRUCAO
           MOVE VR-HORA-CONSTRUCAO      TO LV-HORA-CONSTRUCAO
           MOVE VR-DATA-ATIVACAO        TO LV-DATA-ATIVACAO
           MOVE VR-DATA-SUBSTITUICAO    TO LV-DATA-SUBSTITUICAO
           MOVE VR-DATA-COMPROMETIMENTO TO LV-DATA-COMPROMETIMENTO.
       7000-MONTAR-LINHA-VERSAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8000-ENCERRAMENTO
      * GRAVA OS TOTAIS NO RELATORIO, FECHA OS ARQUIVOS E EXIBE OS
      * TOTAIS. CARTAO INVALIDO, ROTULO SEM HISTORICO E VERSAO PEDIDA
      * AUSENTE SAO SINALIZADOS COM RC=4; ERRO DE VSAM COM RC=8.
      *----------------------------------------------------------------*
       8000-ENCERRAMENTO.
           IF NOT ERRO-ABERTURA-FATAL
               PERFORM 8100-GRAVAR-TOTAIS
                   THRU 8100-GRAVAR-TOTAIS-EXIT
           END-IF
      *
           CLOSE HC-HISTORICO-VERSOES
           CLOSE HC-ARQUIVO-EXTRATO
           CLOSE HC-ARQUIVO-RELATORIO
           CLOSE HC-CARTAO-CONSULTA
      *
           DISPLAY 'CONSULTA DO HISTORICO DE VERSOES - FIM'
           DISPLAY 'CARTOES LIDOS ...........: ' WS-QTDE-CARTOES
           DISPLAY 'CARTOES INVALIDOS .......: ' WS-QTDE-INVALIDOS
           DISPLAY 'ROTULOS SEM HISTORICO ...: ' WS-QTDE-SEM-HISTORICO
           DISPLAY 'VERSAO PEDIDA AUSENTE ...: ' WS-QTDE-VERSAO-AUSENTE
           DISPLAY 'VERSOES LISTADAS ........: '
                   WS-QTDE-VERSOES-LISTADAS
           DISPLAY 'VERSOES EXTRAIDAS .......: ' WS-QTDE-EXTRAIDAS
           DISPLAY 'ERROS DE VSAM ...........: ' WS-QTDE-ERROS-VSAM
      *
           IF (WS-QTDE-INVALIDOS > ZERO
               OR WS-QTDE-SEM-HISTORICO > ZERO
               OR WS-QTDE-VERSAO-AUSENTE > ZERO)
              AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
      *
           IF WS-QTDE-ERROS-VSAM > ZERO AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-ENCERRAMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8100-GRAVAR-TOTAIS
      * GRAVA OS TOTAIS DA CONSULTA NO RELATORIO.
      *----------------------------------------------------------------*
       8100-GRAVAR-TOTAIS.
           WRITE HC-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           MOVE 'TOTAIS DA CONSULTA' TO WS-LS-TITULO
           WRITE HC-LINHA-RELATORIO FROM WS-LINHA-SECAO
      *
           MOVE 'CARTOES DE CONSULTA LIDOS' TO WS-LD-ROTULO
           MOVE WS-QTDE-CARTOES TO WS-LD-VALOR
           WRITE HC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'CARTOES INVALIDOS' TO WS-LD-ROTULO
           MOVE WS-QTDE-INVALIDOS TO WS-LD-VALOR
           WRITE HC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ROTULOS SEM HISTORICO' TO WS-LD-ROTULO
           MOVE WS-QTDE-SEM-HISTORICO TO WS-LD-VALOR
           WRITE HC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'VERSAO PEDIDA AUSENTE' TO WS-LD-ROTULO
           MOVE WS-QTDE-VERSAO-AUSENTE TO WS-LD-VALOR
           WRITE HC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'VERSOES LISTADAS' TO WS-LD-ROTULO
           MOVE WS-QTDE-VERSOES-LISTADAS TO WS-LD-VALOR
           WRITE HC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'VERSOES EXTRAIDAS (KBVHOUT)' TO WS-LD-ROTULO
           MOVE WS-QTDE-EXTRAIDAS TO WS-LD-VALOR
           WRITE HC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ERROS DE VSAM' TO WS-LD-ROTULO
           MOVE WS-QTDE-ERROS-VSAM TO WS-LD-VALOR
           WRITE HC-LINHA-RELATORIO FROM WS-LINHA-DETALHE.
       8100-GRAVAR-TOTAIS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM PROGCOB32.
