      ******************************************************************
      * Author: ALEX MENDES
      * Date: 15-10-2026
      * Purpose: FATURAMENTO MENSAL DO HSM POR AREA SOLICITANTE. LE O
      *          MOVIMENTO ACUMULATIVO DE COBRANCA (KBCHARGE, GRAVADO
      *          PELO PROGCOB20 A CADA NOITE) E PRECIFICA OS EVENTOS
      *          DO MES DE REFERENCIA - CONSTRUCOES NO CSNDPKB,
      *          GERACOES NO CSNDPKG, RENOVACOES E DESATIVACOES -
      *          PELA TABELA DE TARIFAS POR TIPO E TAMANHO DE CHAVE
      *          (CARTOES SYSIN). VARRE TAMBEM O CADASTRO-MESTRE DE
      *          INVENTARIO (KBINVEN) E COBRA A TAXA MENSAL DE CADA
      *          ROTULO ATIVO DA AREA DONA DA CHAVE. EMITE O
      *          RELATORIO DE COBRANCA POR AREA (KBCHRPT), MOVE OS
      *          EVENTOS FATURADOS PARA A GERACAO DE HISTORICO
      *          (KBCHIST) E REGRAVA EM KBCHNEW O MOVIMENTO AINDA NAO
      *          FATURADO, QUE A JCL COPIA DE VOLTA SOBRE O KBCHARGE.
      *          SUBSTITUI O RATEIO DO CUSTO DO HSM EM PARTES IGUAIS
      *          ENTRE AS AREAS.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 15-10-2026 AM    VERSAO INICIAL - COBRANCA MENSAL POR AREA DOS
      *                  EVENTOS DO KBCHARGE E DA TAXA POR ROTULO ATIVO
      *                  DO KBINVEN, COM ARQUIVAMENTO DO MES FATURADO
      *                  (JCL PROGCB92).
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       PROGRAM-ID. PROGCOB92.
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
           SELECT CG-ARQUIVO-COBRANCA ASSIGN TO "KBCHARGE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COBRANCA.
      *
           SELECT CG-ARQUIVO-HISTORICO ASSIGN TO "KBCHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.
      *
           SELECT CG-ARQUIVO-RETIDOS ASSIGN TO "KBCHNEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETIDOS.
      *
           SELECT CG-CADASTRO-INVENTARIO ASSIGN TO "KBINVEN"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IV-CHAVE-ROTULO
               FILE STATUS IS WS-STATUS-INVENTARIO.
      *
           SELECT CG-ARQUIVO-RELATORIO ASSIGN TO "KBCHRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
      *
           SELECT CG-CARTAO-CONTROLE ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SYSIN.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*
       FD  CG-ARQUIVO-COBRANCA.
           COPY KBCOBREC.
      *
       FD  CG-ARQUIVO-HISTORICO.
       01  CG-REGISTRO-HISTORICO         PIC X(80).
      *
       FD  CG-ARQUIVO-RETIDOS.
       01  CG-REGISTRO-RETIDO            PIC X(80).
      *
       FD  CG-CADASTRO-INVENTARIO.
           COPY KBINVREC.
      *
       FD  CG-ARQUIVO-RELATORIO.
       01  CG-LINHA-RELATORIO            PIC X(132).
      *
       FD  CG-CARTAO-CONTROLE.
       01  CG-REGISTRO-CONTROLE.
           05  CTL-CONTEUDO-CARTAO       PIC X(80).
       01  CG-CARTAO-MES REDEFINES CG-REGISTRO-CONTROLE.
           05  CTL-MES-FATURAMENTO       PIC X(06).
           05  CTL-MES-FATURAMENTO-R REDEFINES CTL-MES-FATURAMENTO.
               10  CTL-ANO-FATURAMENTO   PIC 9(04).
               10  CTL-MES-DO-ANO        PIC 9(02).
           05  FILLER                    PIC X(74).
       01  CG-CARTAO-TARIFA REDEFINES CG-REGISTRO-CONTROLE.
           05  CTL-TIPO-CHAVE            PIC X(03).
           05  CTL-TAMANHO-CHAVE         PIC 9(05).
           05  CTL-VALORES-TARIFA.
               10  CTL-VALOR-TARIFA      PIC 9(05)V99 OCCURS 5 TIMES.
           05  FILLER                    PIC X(37).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    CHAVES E INDICADORES DE STATUS DE ARQUIVO
      *----------------------------------------------------------------*
       01  WS-STATUS-COBRANCA            PIC X(02)      VALUE SPACES.
           88  WS-COBRANCA-OK            VALUE '00'.
       01  WS-STATUS-HISTORICO           PIC X(02)      VALUE SPACES.
       01  WS-STATUS-RETIDOS             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-INVENTARIO          PIC X(02)      VALUE SPACES.
           88  WS-INVENTARIO-OK          VALUE '00'.
       01  WS-STATUS-RELATORIO           PIC X(02)      VALUE SPACES.
       01  WS-STATUS-SYSIN               PIC X(02)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    SWITCHES DE CONTROLE DO PROCESSAMENTO
      *----------------------------------------------------------------*
       01  WS-SWITCHES-LOTE.
           05  WS-FIM-ARQUIVO-CB         PIC X(01)      VALUE 'N'.
               88  FIM-ARQUIVO-CB        VALUE 'S'.
           05  WS-FIM-ARQUIVO-IV         PIC X(01)      VALUE 'N'.
               88  FIM-ARQUIVO-IV        VALUE 'S'.
           05  WS-FIM-CARTOES            PIC X(01)      VALUE 'N'.
               88  FIM-CARTOES           VALUE 'S'.
           05  WS-ERRO-ABERTURA          PIC X(01)      VALUE 'N'.
               88  ERRO-ABERTURA-FATAL   VALUE 'S'.
           05  WS-PRIMEIRO-CARTAO        PIC X(01)      VALUE 'S'.
               88  PRIMEIRO-CARTAO       VALUE 'S'.
           05  WS-AREAS-TRUNCADAS        PIC X(01)      VALUE 'N'.
               88  AREAS-TRUNCADAS       VALUE 'S'.
      *----------------------------------------------------------------*
      *    CONTADORES DO FATURAMENTO
      *----------------------------------------------------------------*
       01  WS-CONTADORES-LOTE.
           05  WS-QTDE-LIDOS             PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-FATURADOS         PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ANTERIORES        PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-POSTERIORES       PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-EVENTO-INVALIDO   PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ROTULOS-LIDOS     PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ROTULOS-ATIVOS    PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-SEM-TARIFA        PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-SEM-AREA-TABELA   PIC 9(09) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *    MES DE REFERENCIA DO FATURAMENTO (PRIMEIRO CARTAO SYSIN)
      *----------------------------------------------------------------*
       01  WS-MES-FATURAMENTO            PIC 9(06)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    ITENS COBRADOS. A POSICAO DO ITEM INDEXA AS TARIFAS DO
      *    CARTAO, OS ACUMULADORES DAS AREAS E AS DESCRICOES DO
      *    RELATORIO: 1 = CONSTRUCAO (CSNDPKB), 2 = GERACAO
      *    (CSNDPKG), 3 = RENOVACAO, 4 = DESATIVACAO, 5 = TAXA
      *    MENSAL POR ROTULO ATIVO.
      *----------------------------------------------------------------*
       77  WS-QTDE-ITENS                 PIC 9(02) COMP VALUE 5.
       77  WS-ITEM-MENSAL                PIC 9(02) COMP VALUE 5.
       01  WS-ITEM-CORRENTE              PIC 9(02) COMP VALUE ZERO.
       01  WS-IND-ITEM                   PIC 9(02) COMP VALUE ZERO.
       01  WS-DESCRICOES-ITENS.
           05  FILLER PIC X(36) VALUE
               'CONSTRUCAO DE CHAVE (CSNDPKB)'.
           05  FILLER PIC X(36) VALUE
               'GERACAO DE CHAVE (CSNDPKG)'.
           05  FILLER PIC X(36) VALUE
               'RENOVACAO DE ROTULO'.
           05  FILLER PIC X(36) VALUE
               'DESATIVACAO DE ROTULO'.
           05  FILLER PIC X(36) VALUE
               'ROTULO ATIVO NO INVENTARIO (MENSAL)'.
       01  WS-DESCRICOES-ITENS-R REDEFINES WS-DESCRICOES-ITENS.
           05  DI-DESCRICAO              PIC X(36) OCCURS 5 TIMES.
      *----------------------------------------------------------------*
      *    TABELA DE TARIFAS POR TIPO E TAMANHO DE CHAVE (CARTOES
      *    SYSIN). TAMANHO ZERO E A TARIFA PADRAO DO TIPO, USADA
      *    QUANDO NAO HA CARTAO PARA O TAMANHO EXATO.
      *----------------------------------------------------------------*
       77  WS-MAXIMO-TARIFAS             PIC 9(03) COMP VALUE 50.
       01  WS-QTDE-TARIFAS               PIC 9(03) COMP VALUE ZERO.
       01  TABELA-TARIFAS.
           05  TF-ENTRY OCCURS 50 TIMES INDEXED BY IDX-TAR.
               10  TF-TIPO-CHAVE         PIC X(03).
               10  TF-TAMANHO-CHAVE      PIC 9(05).
               10  TF-VALOR-TARIFA       PIC 9(05)V99 OCCURS 5 TIMES.
       01  WS-TIPO-PESQUISA              PIC X(03)      VALUE SPACES.
       01  WS-TAMANHO-PESQUISA           PIC 9(09)      VALUE ZEROS.
       01  WS-POS-TARIFA-EXATA           PIC 9(03) COMP VALUE ZERO.
       01  WS-POS-TARIFA-PADRAO          PIC 9(03) COMP VALUE ZERO.
       01  WS-POS-TARIFA                 PIC 9(03) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *    ACUMULADORES POR AREA SOLICITANTE. AREA EM BRANCO (ROTULO
      *    ANTERIOR A AREA NO LAYOUT OU EVENTO DE UM ROTULO ASSIM)
      *    E ACUMULADA E IMPRESSA COMO 'SEM AREA'. A TABELA E
      *    ORDENADA PELA AREA ANTES DA IMPRESSAO.
      *----------------------------------------------------------------*
       77  WS-MAXIMO-AREAS               PIC 9(03) COMP VALUE 200.
       01  WS-QTDE-AREAS                 PIC 9(03) COMP VALUE ZERO.
       01  WS-IND-AREA                   PIC 9(03) COMP VALUE ZERO.
       01  WS-IND-AREA-2                 PIC 9(03) COMP VALUE ZERO.
       01  WS-POS-AREA                   PIC 9(03) COMP VALUE ZERO.
       01  WS-AREA-PESQUISA              PIC X(03)      VALUE SPACES.
       01  TABELA-AREAS.
           05  TA-ENTRY OCCURS 200 TIMES.
               10  TA-AREA               PIC X(03).
               10  TA-ITEM OCCURS 5 TIMES.
                   15  TA-QTDE           PIC 9(09) COMP.
                   15  TA-VALOR          PIC 9(11)V99.
               10  TA-QTDE-SEM-TARIFA    PIC 9(09) COMP.
       01  WS-ENTRADA-TROCA              PIC X(92)      VALUE SPACES.
       01  WS-TOTAL-AREA                 PIC 9(11)V99   VALUE ZERO.
       01  WS-TOTAIS-GERAIS.
           05  TG-ITEM OCCURS 5 TIMES.
               10  TG-QTDE               PIC 9(09) COMP.
               10  TG-VALOR              PIC 9(11)V99.
       01  WS-TOTAL-GERAL                PIC 9(11)V99   VALUE ZERO.
      *----------------------------------------------------------------*
      *    AREAS DE MONTAGEM DAS LINHAS DO RELATORIO
      *----------------------------------------------------------------*
       01  WS-LINHA-CABECALHO.
           05  FILLER PIC X(44) VALUE
               'FATURAMENTO MENSAL DO HSM POR AREA SOLICITAN'.
           05  FILLER PIC X(27) VALUE
               'TE - MES DE REFERENCIA: '.
           05  LC-MES-FATURAMENTO        PIC 9(06)      VALUE ZERO.
           05  FILLER                    PIC X(55)      VALUE SPACES.
       01  WS-LINHA-SECAO.
           05  WS-LS-TITULO              PIC X(60)      VALUE SPACES.
           05  FILLER                    PIC X(72)      VALUE SPACES.
       01  WS-LINHA-DETALHE.
           05  WS-LD-ROTULO              PIC X(40)      VALUE SPACES.
           05  WS-LD-VALOR               PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05  FILLER                    PIC X(81)      VALUE SPACES.
       01  WS-LINHA-AREA.
           05  FILLER PIC X(22) VALUE
               'AREA SOLICITANTE ...: '.
           05  LA-AREA                   PIC X(08)      VALUE SPACES.
           05  FILLER                    PIC X(102)     VALUE SPACES.
       01  WS-LINHA-COLUNAS.
           05  FILLER                    PIC X(04)      VALUE SPACES.
           05  FILLER PIC X(36) VALUE 'ITEM COBRADO'.
           05  FILLER PIC X(13) VALUE '   QUANTIDADE'.
           05  FILLER PIC X(02)          VALUE SPACES.
           05  FILLER PIC X(17) VALUE '            VALOR'.
           05  FILLER                    PIC X(60)      VALUE SPACES.
       01  WS-LINHA-ITEM.
           05  FILLER                    PIC X(04)      VALUE SPACES.
           05  LI-DESCRICAO              PIC X(36)      VALUE SPACES.
           05  FILLER                    PIC X(02)      VALUE SPACES.
           05  LI-QTDE                   PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05  FILLER                    PIC X(02)      VALUE SPACES.
           05  LI-VALOR                  PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                                        VALUE ZERO.
           05  FILLER                    PIC X(60)      VALUE SPACES.
       01  WS-LINHA-TOTAL.
           05  FILLER                    PIC X(04)      VALUE SPACES.
           05  LT-DESCRICAO              PIC X(36)      VALUE SPACES.
           05  FILLER                    PIC X(15)      VALUE SPACES.
           05  LT-VALOR                  PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                                        VALUE ZERO.
           05  FILLER                    PIC X(60)      VALUE SPACES.
       01  WS-LINHA-BRANCO               PIC X(132)     VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      * CONTROLA A SEQUENCIA GERAL DO FATURAMENTO: EVENTOS DO
      * MOVIMENTO DE COBRANCA, DEPOIS A TAXA DOS ROTULOS ATIVOS.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
      *
           PERFORM 2000-PROCESSAR-COBRANCA
               THRU 2000-PROCESSAR-COBRANCA-EXIT
               UNTIL FIM-ARQUIVO-CB
      *
           PERFORM 3000-PROCESSAR-INVENTARIO
               THRU 3000-PROCESSAR-INVENTARIO-EXIT
               UNTIL FIM-ARQUIVO-IV
      *
           PERFORM 8000-ENCERRAMENTO THRU 8000-ENCERRAMENTO-EXIT
      *
           GOBACK.
      *----------------------------------------------------------------*
      * 1000-INICIALIZAR
      * ABRE OS ARQUIVOS, VERIFICA AS ABERTURAS, LE OS CARTOES DE
      * CONTROLE (MES DE REFERENCIA + TARIFAS) E LE O PRIMEIRO
      * REGISTRO DO MOVIMENTO DE COBRANCA E DO INVENTARIO. SEM MES
      * VALIDO OU SEM TARIFA NADA E FATURADO NEM ARQUIVADO.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           OPEN INPUT  CG-ARQUIVO-COBRANCA
           OPEN INPUT  CG-CADASTRO-INVENTARIO
           OPEN OUTPUT CG-ARQUIVO-HISTORICO
           OPEN OUTPUT CG-ARQUIVO-RETIDOS
           OPEN OUTPUT CG-ARQUIVO-RELATORIO
      *
           IF NOT WS-COBRANCA-OK
               DISPLAY 'ERRO FATAL - KBCHARGE NAO ABRIU. STATUS='
                       WS-STATUS-COBRANCA
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
           IF WS-STATUS-HISTORICO NOT = '00'
               DISPLAY 'ERRO FATAL - KBCHIST NAO ABRIU. STATUS='
                       WS-STATUS-HISTORICO
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
           END-IF
      *
           IF WS-STATUS-RETIDOS NOT = '00'
               DISPLAY 'ERRO FATAL - KBCHNEW NAO ABRIU. STATUS='
                       WS-STATUS-RETIDOS
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
           END-IF
      *
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'AVISO - KBCHRPT NAO ABRIU. STATUS='
                       WS-STATUS-RELATORIO
           END-IF
      *
           IF NOT ERRO-ABERTURA-FATAL
               PERFORM 1100-LER-CARTOES-CONTROLE
                   THRU 1100-LER-CARTOES-CONTROLE-EXIT
           END-IF
      *
           IF NOT ERRO-ABERTURA-FATAL
              AND WS-MES-FATURAMENTO = ZERO
               DISPLAY 'ERRO FATAL - MES DE REFERENCIA AUSENTE OU '
                       'INVALIDO EM SYSIN (AAAAMM)'
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
           END-IF
      *
           IF NOT ERRO-ABERTURA-FATAL
              AND WS-QTDE-TARIFAS = ZERO
               DISPLAY 'ERRO FATAL - NENHUMA TARIFA INFORMADA EM '
                       'SYSIN'
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
           END-IF
      *
           IF ERRO-ABERTURA-FATAL
               SET FIM-ARQUIVO-CB TO TRUE
               SET FIM-ARQUIVO-IV TO TRUE
           ELSE
               PERFORM 2900-LER-PROXIMA-COBRANCA
                   THRU 2900-LER-PROXIMA-COBRANCA-EXIT
               PERFORM 3900-LER-PROXIMO-ROTULO
                   THRU 3900-LER-PROXIMO-ROTULO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1100-LER-CARTOES-CONTROLE
      * LE OS CARTOES SYSIN: O PRIMEIRO TRAZ O MES DE REFERENCIA
      * (AAAAMM); OS SEGUINTES TRAZEM UMA TARIFA POR TIPO E TAMANHO
      * DE CHAVE, UMA POR CARTAO.
      *----------------------------------------------------------------*
       1100-LER-CARTOES-CONTROLE.
           OPEN INPUT CG-CARTAO-CONTROLE
           IF WS-STATUS-SYSIN NOT = '00'
               DISPLAY 'AVISO - SYSIN NAO ABRIU. STATUS='
                       WS-STATUS-SYSIN
               SET FIM-CARTOES TO TRUE
           END-IF
      *
           PERFORM 1110-LER-UM-CARTAO THRU 1110-LER-UM-CARTAO-EXIT
               UNTIL FIM-CARTOES
      *
           IF WS-STATUS-SYSIN = '00' OR WS-STATUS-SYSIN = '10'
               CLOSE CG-CARTAO-CONTROLE
           END-IF.
       1100-LER-CARTOES-CONTROLE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1110-LER-UM-CARTAO
      * LE UM CARTAO DE CONTROLE: O PRIMEIRO E O MES DE REFERENCIA,
      * OS DEMAIS SAO TARIFAS. CARTOES ALEM DO LIMITE DA TABELA OU
      * COM TAMANHO OU VALORES NAO NUMERICOS SAO AVISADOS E
      * IGNORADOS, NUNCA DESCARTADOS EM SILENCIO.
      *----------------------------------------------------------------*
       1110-LER-UM-CARTAO.
           READ CG-CARTAO-CONTROLE
               AT END
                   SET FIM-CARTOES TO TRUE
                   GO TO 1110-LER-UM-CARTAO-EXIT
           END-READ
      *
           IF PRIMEIRO-CARTAO
               MOVE 'N' TO WS-PRIMEIRO-CARTAO
               IF CTL-MES-FATURAMENTO IS NUMERIC
                  AND CTL-MES-DO-ANO >= 1 AND CTL-MES-DO-ANO <= 12
                   MOVE CTL-MES-FATURAMENTO TO WS-MES-FATURAMENTO
               END-IF
               GO TO 1110-LER-UM-CARTAO-EXIT
           END-IF
      *
           IF CTL-TAMANHO-CHAVE IS NOT NUMERIC
              OR CTL-VALORES-TARIFA IS NOT NUMERIC
               DISPLAY 'AVISO - CARTAO DE TARIFA COM CAMPO NAO '
                       'NUMERICO IGNORADO: ' CTL-CONTEUDO-CARTAO (1:43)
               MOVE 4 TO RETURN-CODE
               GO TO 1110-LER-UM-CARTAO-EXIT
           END-IF
      *
           IF WS-QTDE-TARIFAS >= WS-MAXIMO-TARIFAS
               DISPLAY 'AVISO - TABELA DE TARIFAS CHEIA - CARTAO '
                       'IGNORADO: ' CTL-CONTEUDO-CARTAO (1:43)
               MOVE 4 TO RETURN-CODE
               GO TO 1110-LER-UM-CARTAO-EXIT
           END-IF
      *
           ADD 1 TO WS-QTDE-TARIFAS
           SET IDX-TAR TO WS-QTDE-TARIFAS
           MOVE CTL-TIPO-CHAVE    TO TF-TIPO-CHAVE (IDX-TAR)
           MOVE CTL-TAMANHO-CHAVE TO TF-TAMANHO-CHAVE (IDX-TAR)
           PERFORM VARYING WS-ITEM-CORRENTE FROM 1 BY 1
                   UNTIL WS-ITEM-CORRENTE > WS-QTDE-ITENS
               MOVE CTL-VALOR-TARIFA (WS-ITEM-CORRENTE)
                   TO TF-VALOR-TARIFA (IDX-TAR, WS-ITEM-CORRENTE)
           END-PERFORM.
       1110-LER-UM-CARTAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-PROCESSAR-COBRANCA
      * DESTINA UM REGISTRO DO MOVIMENTO DE COBRANCA: EVENTO DO MES
      * DE REFERENCIA E PRECIFICADO E VAI PARA O HISTORICO; EVENTO
      * DE OUTRO MES FICA NO MOVIMENTO RETIDO. EVENTO DE MES
      * ANTERIOR AINDA NAO FATURADO E AVISADO (RC=4): O MES DELE
      * DEVE SER FATURADO EM SEPARADO, ANTES DO MES CORRENTE.
      *----------------------------------------------------------------*
       2000-PROCESSAR-COBRANCA.
           ADD 1 TO WS-QTDE-LIDOS
      *
           IF CB-MES-EXECUCAO NOT = WS-MES-FATURAMENTO
               IF CB-MES-EXECUCAO < WS-MES-FATURAMENTO
                   ADD 1 TO WS-QTDE-ANTERIORES
               ELSE
                   ADD 1 TO WS-QTDE-POSTERIORES
               END-IF
               WRITE CG-REGISTRO-RETIDO FROM CB-REGISTRO-COBRANCA
               GO TO 2000-PROCESSAR-COBRANCA-LER
           END-IF
      *
           EVALUATE TRUE
               WHEN CB-EVENTO-CONSTRUCAO
                   MOVE 1 TO WS-ITEM-CORRENTE
               WHEN CB-EVENTO-GERACAO
                   MOVE 2 TO WS-ITEM-CORRENTE
               WHEN CB-EVENTO-RENOVACAO
                   MOVE 3 TO WS-ITEM-CORRENTE
               WHEN CB-EVENTO-DESATIVACAO
                   MOVE 4 TO WS-ITEM-CORRENTE
               WHEN OTHER
                   MOVE ZERO TO WS-ITEM-CORRENTE
           END-EVALUATE
      *
           IF WS-ITEM-CORRENTE = ZERO
               DISPLAY 'AVISO - EVENTO DE COBRANCA INVALIDO ('
                       CB-EVENTO ') ARQUIVADO SEM COBRANCA: '
                       CB-TEXTO-1 ' ' CB-TEXTO-2
               ADD 1 TO WS-QTDE-EVENTO-INVALIDO
           ELSE
               MOVE CB-AREA-SOLICITANTE TO WS-AREA-PESQUISA
               MOVE CB-TIPO-CHAVE       TO WS-TIPO-PESQUISA
               MOVE CB-TAMANHO-CHAVE    TO WS-TAMANHO-PESQUISA
               PERFORM 5200-SOMAR-ITEM THRU 5200-SOMAR-ITEM-EXIT
               ADD 1 TO WS-QTDE-FATURADOS
           END-IF
      *
           WRITE CG-REGISTRO-HISTORICO FROM CB-REGISTRO-COBRANCA.
      *
       2000-PROCESSAR-COBRANCA-LER.
           PERFORM 2900-LER-PROXIMA-COBRANCA
               THRU 2900-LER-PROXIMA-COBRANCA-EXIT.
       2000-PROCESSAR-COBRANCA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2900-LER-PROXIMA-COBRANCA
      * LE O PROXIMO REGISTRO DO MOVIMENTO DE COBRANCA, SINALIZANDO
      * FIM DE ARQUIVO QUANDO NAO HOUVER MAIS REGISTROS.
      *----------------------------------------------------------------*
       2900-LER-PROXIMA-COBRANCA.
           READ CG-ARQUIVO-COBRANCA
               AT END
                   SET FIM-ARQUIVO-CB TO TRUE
           END-READ.
       2900-LER-PROXIMA-COBRANCA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-PROCESSAR-INVENTARIO
      * COBRA A TAXA MENSAL DE UM ROTULO ATIVO DO INVENTARIO DA AREA
      * DONA DA CHAVE. ROTULOS INATIVOS OU DESTRUIDOS NAO PAGAM TAXA.
      * AVANCA PARA O PROXIMO REGISTRO.
      *----------------------------------------------------------------*
       3000-PROCESSAR-INVENTARIO.
           ADD 1 TO WS-QTDE-ROTULOS-LIDOS
      *
           IF IV-ROTULO-ATIVO
               ADD 1 TO WS-QTDE-ROTULOS-ATIVOS
               MOVE WS-ITEM-MENSAL      TO WS-ITEM-CORRENTE
               MOVE IV-AREA-SOLICITANTE TO WS-AREA-PESQUISA
               MOVE IV-TIPO-CHAVE       TO WS-TIPO-PESQUISA
               MOVE IV-TAMANHO-CHAVE    TO WS-TAMANHO-PESQUISA
               PERFORM 5200-SOMAR-ITEM THRU 5200-SOMAR-ITEM-EXIT
           END-IF
      *
           PERFORM 3900-LER-PROXIMO-ROTULO
               THRU 3900-LER-PROXIMO-ROTULO-EXIT.
       3000-PROCESSAR-INVENTARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3900-LER-PROXIMO-ROTULO
      * LE O PROXIMO REGISTRO DO INVENTARIO, SINALIZANDO FIM DE
      * ARQUIVO QUANDO NAO HOUVER MAIS REGISTROS.
      *----------------------------------------------------------------*
       3900-LER-PROXIMO-ROTULO.
           READ CG-CADASTRO-INVENTARIO
               AT END
                   SET FIM-ARQUIVO-IV TO TRUE
           END-READ.
       3900-LER-PROXIMO-ROTULO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 5000-LOCALIZAR-TARIFA
      * PROCURA NA TABELA A TARIFA DO TIPO E TAMANHO PESQUISADOS:
      * PRIMEIRO O CARTAO DO TAMANHO EXATO, NA FALTA DELE O CARTAO
      * PADRAO DO TIPO (TAMANHO ZERO). TIPO EM BRANCO NOS REGISTROS
      * ANTIGOS ASSUME RSA, COMO NO LOTE DE GERACAO. DEVOLVE A
      * POSICAO EM WS-POS-TARIFA (ZERO QUANDO NAO HA TARIFA).
      *----------------------------------------------------------------*
       5000-LOCALIZAR-TARIFA.
           IF WS-TIPO-PESQUISA = SPACES
               MOVE 'RSA' TO WS-TIPO-PESQUISA
           END-IF
           MOVE ZERO TO WS-POS-TARIFA-EXATA
           MOVE ZERO TO WS-POS-TARIFA-PADRAO
      *
           PERFORM VARYING IDX-TAR FROM 1 BY 1
                   UNTIL IDX-TAR > WS-QTDE-TARIFAS
               IF TF-TIPO-CHAVE (IDX-TAR) = WS-TIPO-PESQUISA
                   IF TF-TAMANHO-CHAVE (IDX-TAR) = WS-TAMANHO-PESQUISA
                      AND WS-POS-TARIFA-EXATA = ZERO
                       SET WS-POS-TARIFA-EXATA TO IDX-TAR
                   END-IF
                   IF TF-TAMANHO-CHAVE (IDX-TAR) = ZERO
                      AND WS-POS-TARIFA-PADRAO = ZERO
                       SET WS-POS-TARIFA-PADRAO TO IDX-TAR
                   END-IF
               END-IF
           END-PERFORM
      *
           IF WS-POS-TARIFA-EXATA > ZERO
               MOVE WS-POS-TARIFA-EXATA TO WS-POS-TARIFA
           ELSE
               MOVE WS-POS-TARIFA-PADRAO TO WS-POS-TARIFA
           END-IF.
       5000-LOCALIZAR-TARIFA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 5100-LOCALIZAR-AREA
      * PROCURA A AREA PESQUISADA NA TABELA DE ACUMULADORES,
      * INCLUINDO-A ZERADA QUANDO AINDA NAO EXISTE. DEVOLVE A
      * POSICAO EM WS-POS-AREA (ZERO QUANDO A TABELA ESTA CHEIA - O
      * EXCEDENTE E SINALIZADO NO RELATORIO).
      *----------------------------------------------------------------*
       5100-LOCALIZAR-AREA.
           MOVE ZERO TO WS-POS-AREA
           PERFORM VARYING WS-IND-AREA FROM 1 BY 1
                   UNTIL WS-IND-AREA > WS-QTDE-AREAS
                      OR WS-POS-AREA > ZERO
               IF TA-AREA (WS-IND-AREA) = WS-AREA-PESQUISA
                   MOVE WS-IND-AREA TO WS-POS-AREA
               END-IF
           END-PERFORM
      *
           IF WS-POS-AREA > ZERO
               GO TO 5100-LOCALIZAR-AREA-EXIT
           END-IF
      *
           IF WS-QTDE-AREAS >= WS-MAXIMO-AREAS
               SET AREAS-TRUNCADAS TO TRUE
               GO TO 5100-LOCALIZAR-AREA-EXIT
           END-IF
      *
           ADD 1 TO WS-QTDE-AREAS
           MOVE WS-QTDE-AREAS TO WS-POS-AREA
           MOVE WS-AREA-PESQUISA TO TA-AREA (WS-POS-AREA)
           MOVE ZERO TO TA-QTDE-SEM-TARIFA (WS-POS-AREA)
           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > WS-QTDE-ITENS
               MOVE ZERO TO TA-QTDE (WS-POS-AREA, WS-IND-ITEM)
               MOVE ZERO TO TA-VALOR (WS-POS-AREA, WS-IND-ITEM)
           END-PERFORM.
       5100-LOCALIZAR-AREA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 5200-SOMAR-ITEM
      * SOMA UMA OCORRENCIA DO ITEM WS-ITEM-CORRENTE NA AREA
      * PESQUISADA, COM O VALOR DA TARIFA DO TIPO E TAMANHO
      * PESQUISADOS. SEM TARIFA, A OCORRENCIA E CONTADA SEM VALOR E
      * AVISADA NO CONSOLE (RC=4) PARA A TABELA SER COMPLETADA.
      *----------------------------------------------------------------*
       5200-SOMAR-ITEM.
           PERFORM 5100-LOCALIZAR-AREA THRU 5100-LOCALIZAR-AREA-EXIT
           IF WS-POS-AREA = ZERO
               ADD 1 TO WS-QTDE-SEM-AREA-TABELA
               GO TO 5200-SOMAR-ITEM-EXIT
           END-IF
      *
           ADD 1 TO TA-QTDE (WS-POS-AREA, WS-ITEM-CORRENTE)
      *
           PERFORM 5000-LOCALIZAR-TARIFA THRU 5000-LOCALIZAR-TARIFA-EXIT
           IF WS-POS-TARIFA = ZERO
               DISPLAY 'AVISO - SEM TARIFA PARA ' WS-TIPO-PESQUISA
                       ' TAMANHO ' WS-TAMANHO-PESQUISA
                       ' - ITEM NAO COBRADO: '
                       DI-DESCRICAO (WS-ITEM-CORRENTE)
               ADD 1 TO TA-QTDE-SEM-TARIFA (WS-POS-AREA)
               ADD 1 TO WS-QTDE-SEM-TARIFA
               GO TO 5200-SOMAR-ITEM-EXIT
           END-IF
      *
           ADD TF-VALOR-TARIFA (WS-POS-TARIFA, WS-ITEM-CORRENTE)
               TO TA-VALOR (WS-POS-AREA, WS-ITEM-CORRENTE).
       5200-SOMAR-ITEM-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8000-ENCERRAMENTO
      * ORDENA AS AREAS, GRAVA O RELATORIO DE COBRANCA, FECHA OS
      * ARQUIVOS E EXIBE OS TOTAIS. EVENTO DE MES ANTERIOR RETIDO,
      * EVENTO INVALIDO, ITEM SEM TARIFA OU TABELA DE AREAS CHEIA
      * TERMINAM COM RC=4.
      *----------------------------------------------------------------*
       8000-ENCERRAMENTO.
           IF NOT ERRO-ABERTURA-FATAL
               PERFORM 8050-ORDENAR-AREAS
                   THRU 8050-ORDENAR-AREAS-EXIT
               PERFORM 8100-GRAVAR-RELATORIO
                   THRU 8100-GRAVAR-RELATORIO-EXIT
           END-IF
      *
           CLOSE CG-ARQUIVO-COBRANCA
           CLOSE CG-CADASTRO-INVENTARIO
           CLOSE CG-ARQUIVO-HISTORICO
           CLOSE CG-ARQUIVO-RETIDOS
           CLOSE CG-ARQUIVO-RELATORIO
      *
           DISPLAY 'FATURAMENTO MENSAL DO HSM - FIM'
           DISPLAY 'MES DE REFERENCIA .......: ' WS-MES-FATURAMENTO
           DISPLAY 'EVENTOS LIDOS ...........: ' WS-QTDE-LIDOS
           DISPLAY 'EVENTOS FATURADOS .......: ' WS-QTDE-FATURADOS
           DISPLAY 'RETIDOS MES ANTERIOR ....: ' WS-QTDE-ANTERIORES
           DISPLAY 'RETIDOS MES POSTERIOR ...: ' WS-QTDE-POSTERIORES
           DISPLAY 'EVENTOS INVALIDOS .......: '
               WS-QTDE-EVENTO-INVALIDO
           DISPLAY 'ROTULOS ATIVOS COBRADOS .: '
               WS-QTDE-ROTULOS-ATIVOS
           DISPLAY 'ITENS SEM TARIFA ........: ' WS-QTDE-SEM-TARIFA
      *
           IF WS-QTDE-ANTERIORES > ZERO
               DISPLAY 'AVISO - MOVIMENTO DE MES ANTERIOR AINDA NAO '
                       'FATURADO FICOU RETIDO EM KBCHARGE'
           END-IF
      *
           IF (WS-QTDE-ANTERIORES > ZERO
               OR WS-QTDE-EVENTO-INVALIDO > ZERO
               OR WS-QTDE-SEM-TARIFA > ZERO
               OR AREAS-TRUNCADAS)
              AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-ENCERRAMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8050-ORDENAR-AREAS
      * ORDENA A TABELA DE ACUMULADORES PELA AREA (TROCA SIMPLES; A
      * TABELA TEM POUCAS AREAS). 'SEM AREA' (BRANCOS) FICA NO
      * INICIO.
      *----------------------------------------------------------------*
       8050-ORDENAR-AREAS.
           PERFORM VARYING WS-IND-AREA FROM 1 BY 1
                   UNTIL WS-IND-AREA >= WS-QTDE-AREAS
               PERFORM VARYING WS-IND-AREA-2 FROM WS-IND-AREA BY 1
                       UNTIL WS-IND-AREA-2 > WS-QTDE-AREAS
                   IF TA-AREA (WS-IND-AREA-2) < TA-AREA (WS-IND-AREA)
                       MOVE TA-ENTRY (WS-IND-AREA)
                           TO WS-ENTRADA-TROCA
                       MOVE TA-ENTRY (WS-IND-AREA-2)
                           TO TA-ENTRY (WS-IND-AREA)
                       MOVE WS-ENTRADA-TROCA
                           TO TA-ENTRY (WS-IND-AREA-2)
                   END-IF
               END-PERFORM
           END-PERFORM.
       8050-ORDENAR-AREAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8100-GRAVAR-RELATORIO
      * MONTA E GRAVA O RELATORIO DE COBRANCA EM KBCHRPT: UM BLOCO
      * POR AREA COM QUANTIDADE E VALOR DE CADA ITEM E O TOTAL DA
      * AREA, O TOTAL GERAL DO MES POR ITEM E OS TOTAIS DE CONTROLE
      * DO MOVIMENTO.
      *----------------------------------------------------------------*
       8100-GRAVAR-RELATORIO.
           MOVE WS-MES-FATURAMENTO TO LC-MES-FATURAMENTO
           WRITE CG-LINHA-RELATORIO FROM WS-LINHA-CABECALHO
      *
           PERFORM VARYING WS-ITEM-CORRENTE FROM 1 BY 1
                   UNTIL WS-ITEM-CORRENTE > WS-QTDE-ITENS
               MOVE ZERO TO TG-QTDE (WS-ITEM-CORRENTE)
               MOVE ZERO TO TG-VALOR (WS-ITEM-CORRENTE)
           END-PERFORM
           MOVE ZERO TO WS-TOTAL-GERAL
      *
           PERFORM 8110-LISTAR-AREA THRU 8110-LISTAR-AREA-EXIT
               VARYING WS-POS-AREA FROM 1 BY 1
               UNTIL WS-POS-AREA > WS-QTDE-AREAS
      *
           PERFORM 8120-LISTAR-TOTAL-GERAL
               THRU 8120-LISTAR-TOTAL-GERAL-EXIT.
       8100-GRAVAR-RELATORIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8110-LISTAR-AREA
      * IMPRIME O BLOCO DA AREA APONTADA POR WS-POS-AREA E SOMA OS
      * ITENS DELA NO TOTAL GERAL.
      *----------------------------------------------------------------*
       8110-LISTAR-AREA.
           WRITE CG-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           IF TA-AREA (WS-POS-AREA) = SPACES
               MOVE 'SEM AREA' TO LA-AREA
           ELSE
               MOVE TA-AREA (WS-POS-AREA) TO LA-AREA
           END-IF
           WRITE CG-LINHA-RELATORIO FROM WS-LINHA-AREA
           WRITE CG-LINHA-RELATORIO FROM WS-LINHA-COLUNAS
      *
           MOVE ZERO TO WS-TOTAL-AREA
           PERFORM VARYING WS-ITEM-CORRENTE FROM 1 BY 1
                   UNTIL WS-ITEM-CORRENTE > WS-QTDE-ITENS
               MOVE DI-DESCRICAO (WS-ITEM-CORRENTE) TO LI-DESCRICAO
               MOVE TA-QTDE (WS-POS-AREA, WS-ITEM-CORRENTE)
                   TO LI-QTDE
               MOVE TA-VALOR (WS-POS-AREA, WS-ITEM-CORRENTE)
                   TO LI-VALOR
               WRITE CG-LINHA-RELATORIO FROM WS-LINHA-ITEM
               ADD TA-VALOR (WS-POS-AREA, WS-ITEM-CORRENTE)
                   TO WS-TOTAL-AREA
               ADD TA-QTDE (WS-POS-AREA, WS-ITEM-CORRENTE)
                   TO TG-QTDE (WS-ITEM-CORRENTE)
               ADD TA-VALOR (WS-POS-AREA, WS-ITEM-CORRENTE)
                   TO TG-VALOR (WS-ITEM-CORRENTE)
           END-PERFORM
      *
           MOVE 'TOTAL DA AREA' TO LT-DESCRICAO
           MOVE WS-TOTAL-AREA TO LT-VALOR
           WRITE CG-LINHA-RELATORIO FROM WS-LINHA-TOTAL
           ADD WS-TOTAL-AREA TO WS-TOTAL-GERAL
      *
           IF TA-QTDE-SEM-TARIFA (WS-POS-AREA) > ZERO
               MOVE 'ITENS SEM TARIFA (NAO COBRADOS)' TO LI-DESCRICAO
               MOVE TA-QTDE-SEM-TARIFA (WS-POS-AREA) TO LI-QTDE
               MOVE ZERO TO LI-VALOR
               WRITE CG-LINHA-RELATORIO FROM WS-LINHA-ITEM
           END-IF.
       8110-LISTAR-AREA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8120-LISTAR-TOTAL-GERAL
      * IMPRIME O TOTAL GERAL DO MES POR ITEM E OS TOTAIS DE
      * CONTROLE DO MOVIMENTO DE COBRANCA.
      *----------------------------------------------------------------*
       8120-LISTAR-TOTAL-GERAL.
           WRITE CG-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           MOVE 'TOTAL GERAL DO MES - TODAS AS AREAS' TO WS-LS-TITULO
           WRITE CG-LINHA-RELATORIO FROM WS-LINHA-SECAO
           WRITE CG-LINHA-RELATORIO FROM WS-LINHA-COLUNAS
      *
           PERFORM VARYING WS-ITEM-CORRENTE FROM 1 BY 1
                   UNTIL WS-ITEM-CORRENTE > WS-QTDE-ITENS
               MOVE DI-DESCRICAO (WS-ITEM-CORRENTE) TO LI-DESCRICAO
               MOVE TG-QTDE (WS-ITEM-CORRENTE)      TO LI-QTDE
               MOVE TG-VALOR (WS-ITEM-CORRENTE)     TO LI-VALOR
               WRITE CG-LINHA-RELATORIO FROM WS-LINHA-ITEM
           END-PERFORM
      *
           MOVE 'TOTAL GERAL' TO LT-DESCRICAO
           MOVE WS-TOTAL-GERAL TO LT-VALOR
           WRITE CG-LINHA-RELATORIO FROM WS-LINHA-TOTAL
      *
           WRITE CG-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           MOVE 'TOTAIS DE CONTROLE DO MOVIMENTO' TO WS-LS-TITULO
           WRITE CG-LINHA-RELATORIO FROM WS-LINHA-SECAO
      *
           MOVE 'EVENTOS LIDOS EM KBCHARGE' TO WS-LD-ROTULO
           MOVE WS-QTDE-LIDOS TO WS-LD-VALOR
           WRITE CG-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'EVENTOS DO MES FATURADOS' TO WS-LD-ROTULO
           MOVE WS-QTDE-FATURADOS TO WS-LD-VALOR
           WRITE CG-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'EVENTOS DE MES ANTERIOR RETIDOS' TO WS-LD-ROTULO
           MOVE WS-QTDE-ANTERIORES TO WS-LD-VALOR
           WRITE CG-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'EVENTOS DE MES POSTERIOR RETIDOS' TO WS-LD-ROTULO
           MOVE WS-QTDE-POSTERIORES TO WS-LD-VALOR
           WRITE CG-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'EVENTOS INVALIDOS ARQUIVADOS' TO WS-LD-ROTULO
           MOVE WS-QTDE-EVENTO-INVALIDO TO WS-LD-VALOR
           WRITE CG-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ROTULOS LIDOS NO INVENTARIO' TO WS-LD-ROTULO
           MOVE WS-QTDE-ROTULOS-LIDOS TO WS-LD-VALOR
           WRITE CG-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ROTULOS ATIVOS COBRADOS' TO WS-LD-ROTULO
           MOVE WS-QTDE-ROTULOS-ATIVOS TO WS-LD-VALOR
           WRITE CG-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ITENS SEM TARIFA (NAO COBRADOS)' TO WS-LD-ROTULO
           MOVE WS-QTDE-SEM-TARIFA TO WS-LD-VALOR
           WRITE CG-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           IF AREAS-TRUNCADAS
               MOVE 'ITENS FORA DA TABELA DE AREAS (CHEIA)'
                   TO WS-LD-ROTULO
               MOVE WS-QTDE-SEM-AREA-TABELA TO WS-LD-VALOR
               WRITE CG-LINHA-RELATORIO FROM WS-LINHA-DETALHE
           END-IF.
       8120-LISTAR-TOTAL-GERAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM PROGCOB92.
