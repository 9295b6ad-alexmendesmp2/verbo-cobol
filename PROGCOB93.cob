      ******************************************************************
      * Author: ALEX MENDES
      * Date: 15-10-2026
      * Purpose: CONCILIACAO PERIODICA DO PKDS DO ICSF CONTRA O
      *          CADASTRO-MESTRE DE INVENTARIO (KBINVEN). A CONCILIACAO
      *          POS-LOTE (PROGCOB50) SO FECHA O MOVIMENTO DA NOITE, E
      *          NADA COMPARAVA O INVENTARIO COM AS CHAVES QUE
      *          REALMENTE EXISTEM NO PKDS. ESTE PROGRAMA CASA O
      *          EXTRATO DO PKDS (COPY KBPKXREC, ORDENADO PELO ROTULO)
      *          COM O KBINVEN PELO ROTULO DE 30 BYTES E APONTA:
      *          - CHAVES DO PKDS SEM REGISTRO NO INVENTARIO (CRIADAS
      *            FORA DA CADEIA, P.EX. NOS PAINEIS DO ICSF);
      *          - ROTULOS ATIVOS DO INVENTARIO AUSENTES DO PKDS;
      *          - ROTULOS CUJO TIPO OU TAMANHO DIVERGE ENTRE OS DOIS;
      *          - ROTULOS DESTRUIDOS NO INVENTARIO AINDA NO PKDS.
      *          QUALQUER DIVERGENCIA ENCERRA O PROGRAMA COM
      *          RETURN-CODE DIFERENTE DE ZERO.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 15-10-2026 AM    VERSAO INICIAL - CONCILIACAO DO EXTRATO DO
      *                  PKDS CONTRA O KBINVEN (JCL PROGCB93).
      * 15-10-2026 AM    ROTULO COMPROMETIDO (STATUS 'C', REVOGACAO DE
      *                  EMERGENCIA) TRATADO COMO NAO ATIVO: AUSENTE DO
      *                  PKDS SO E CONTADO, COMO O INATIVO, E PRESENTE
      *                  NO PKDS SAI NUMA LINHA INFORMATIVA COM TOTAL
      *                  PROPRIO, SEM CONTAR COMO DIVERGENCIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       PROGRAM-ID. PROGCOB93.
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
           SELECT PK-ARQUIVO-PKDS ASSIGN TO "KBPKDS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PKDS.
      *
           SELECT PK-CADASTRO-INVENTARIO ASSIGN TO "KBINVEN"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IV-CHAVE-ROTULO
               FILE STATUS IS WS-STATUS-INVENTARIO.
      *
           SELECT PK-ARQUIVO-RELATORIO ASSIGN TO "KBPKRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
      *
           SELECT PK-CARTAO-CONTROLE ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SYSIN.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*
       FD  PK-ARQUIVO-PKDS.
           COPY KBPKXREC.
      *
       FD  PK-CADASTRO-INVENTARIO.
           COPY KBINVREC.
      *
       FD  PK-ARQUIVO-RELATORIO.
       01  PK-LINHA-RELATORIO            PIC X(132).
      *
       FD  PK-CARTAO-CONTROLE.
       01  PK-REGISTRO-CONTROLE.
           05  CTL-DATA-EXECUCAO         PIC X(08).
           05  FILLER                    PIC X(72).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    CHAVES E INDICADORES DE STATUS DE ARQUIVO
      *----------------------------------------------------------------*
       01  WS-STATUS-PKDS                PIC X(02)      VALUE SPACES.
           88  WS-PKDS-OK                VALUE '00'.
       01  WS-STATUS-INVENTARIO          PIC X(02)      VALUE SPACES.
           88  WS-INVENTARIO-OK          VALUE '00'.
       01  WS-STATUS-RELATORIO           PIC X(02)      VALUE SPACES.
       01  WS-STATUS-SYSIN               PIC X(02)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    SWITCHES DE CONTROLE DO PROCESSAMENTO
      *----------------------------------------------------------------*
       01  WS-SWITCHES-LOTE.
           05  WS-FIM-ARQUIVO-PX         PIC X(01)      VALUE 'N'.
               88  FIM-ARQUIVO-PX        VALUE 'S'.
           05  WS-FIM-ARQUIVO-IV         PIC X(01)      VALUE 'N'.
               88  FIM-ARQUIVO-IV        VALUE 'S'.
           05  WS-ERRO-ABERTURA          PIC X(01)      VALUE 'N'.
               88  ERRO-ABERTURA-FATAL   VALUE 'S'.
           05  WS-CONCILIACAO-INCOMPLETA PIC X(01)      VALUE 'N'.
               88  CONCILIACAO-INCOMPLETA VALUE 'S'.
           05  WS-PKDS-PRONTO            PIC X(01)      VALUE 'N'.
               88  PKDS-PRONTO           VALUE 'S'.
      *----------------------------------------------------------------*
      *    CONTADORES DA CONCILIACAO
      *----------------------------------------------------------------*
       01  WS-CONTADORES-LOTE.
           05  WS-QTDE-LIDOS-PKDS        PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-LIDOS-INVENTARIO  PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-CASADOS           PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ORFAS             PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-AUSENTES          PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-TIPO-DIVERGE      PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-TAMANHO-DIVERGE   PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-DESTRUIDOS-PKDS   PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-INATIVOS-AUSENTES PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-COMPROMETIDOS-PKDS
                                         PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-INVALIDOS-PKDS    PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-DIVERGENCIAS      PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ERROS-VSAM        PIC 9(09) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *    CHAVES DO CASAMENTO. CADA ARQUIVO TEM A SUA CHAVE CORRENTE
      *    DE 30 BYTES; NO FIM DE ARQUIVO A CHAVE VAI PARA HIGH-VALUES,
      *    PARA O OUTRO ARQUIVO ESCOAR ATE O SEU PROPRIO FIM. O ROTULO
      *    ANTERIOR DO EXTRATO (64 BYTES) CONFERE A SEQUENCIA.
      *----------------------------------------------------------------*
       01  WS-CHAVE-PKDS                 PIC X(30)      VALUE SPACES.
       01  WS-CHAVE-INVENTARIO           PIC X(30)      VALUE SPACES.
       01  WS-ROTULO-ANTERIOR            PIC X(64)     VALUE LOW-VALUES.
      *----------------------------------------------------------------*
      *    TIPO DE CHAVE NORMALIZADO DO INVENTARIO (TIPO EM BRANCO NOS
      *    REGISTROS ANTIGOS ASSUME RSA, COMO NO LOTE DE GERACAO).
      *----------------------------------------------------------------*
       01  WS-TIPO-CORRENTE              PIC X(03)      VALUE SPACES.
       01  WS-DATA-EXECUCAO              PIC 9(08)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    AREAS DE MONTAGEM DAS LINHAS DO RELATORIO DE CONCILIACAO
      *----------------------------------------------------------------*
       01  WS-LINHA-CABECALHO.
           05  FILLER PIC X(44) VALUE
               'CONCILIACAO DO PKDS DO ICSF CONTRA O INVENTA'.
           05  FILLER PIC X(20) VALUE
               'RIO DE CHAVES (KBINV'.
           05  FILLER PIC X(04) VALUE
               'EN)'.
           05  FILLER                    PIC X(64)      VALUE SPACES.
       01  WS-LINHA-COLUNAS.
           05  FILLER PIC X(44) VALUE
               ' OCORRENCIA             ROTULO'.
           05  FILLER                    PIC X(44)      VALUE SPACES.
           05  FILLER PIC X(44) VALUE
               ' PKD TAM.P INV TAM.I S ARE CRIACAO  CONSTR.'.
       01  WS-LINHA-OCORRENCIA.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-OCORRENCIA             PIC X(22)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-ROTULO                 PIC X(64)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-TIPO-PKDS              PIC X(03)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-TAMANHO-PKDS           PIC ZZZZZ      VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-TIPO-INVENTARIO        PIC X(03)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-TAMANHO-INVENTARIO     PIC ZZZZZ      VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-STATUS                 PIC X(01)      VALUE SPACE.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-AREA                   PIC X(03)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-DATA-CRIACAO           PIC 9(08)      VALUE ZEROS.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-DATA-CONSTRUCAO        PIC 9(08)      VALUE ZEROS.
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
      * CONTROLA A SEQUENCIA GERAL DA CONCILIACAO DO PKDS.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
      *
           PERFORM 2000-CONCILIAR-ROTULO THRU 2000-CONCILIAR-ROTULO-EXIT
               UNTIL WS-CHAVE-PKDS = HIGH-VALUES
                 AND WS-CHAVE-INVENTARIO = HIGH-VALUES
      *
           PERFORM 8000-ENCERRAMENTO THRU 8000-ENCERRAMENTO-EXIT
      *
           GOBACK.
      *----------------------------------------------------------------*
      * 1000-INICIALIZAR
      * LE O CARTAO DE CONTROLE, ABRE OS ARQUIVOS, GRAVA O CABECALHO
      * DO RELATORIO E LE O PRIMEIRO REGISTRO DE CADA LADO. EXTRATO
      * DO PKDS VAZIO E FATAL: SIGNIFICA QUE O DESCARREGAMENTO NAO
      * RODOU, E TODO O INVENTARIO ATIVO SAIRIA COMO AUSENTE.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE HIGH-VALUES TO WS-CHAVE-PKDS
           MOVE HIGH-VALUES TO WS-CHAVE-INVENTARIO
           PERFORM 1100-LER-CARTAO-CONTROLE
               THRU 1100-LER-CARTAO-CONTROLE-EXIT
      *
           OPEN INPUT  PK-ARQUIVO-PKDS
           OPEN INPUT  PK-CADASTRO-INVENTARIO
           OPEN OUTPUT PK-ARQUIVO-RELATORIO
      *
           IF NOT WS-PKDS-OK
               DISPLAY 'ERRO FATAL - KBPKDS NAO ABRIU. STATUS='
                       WS-STATUS-PKDS
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
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'ERRO FATAL - KBPKRPT NAO ABRIU. STATUS='
                       WS-STATUS-RELATORIO
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
           END-IF
      *
           IF ERRO-ABERTURA-FATAL
               GO TO 1000-INICIALIZAR-EXIT
           END-IF
      *
           PERFORM 1200-GRAVAR-CABECALHO THRU 1200-GRAVAR-CABECALHO-EXIT
           PERFORM 2800-LER-PROXIMO-PKDS THRU 2800-LER-PROXIMO-PKDS-EXIT
           IF WS-QTDE-LIDOS-PKDS = ZERO
               DISPLAY 'ERRO FATAL - EXTRATO DO PKDS VAZIO - '
                       'CONFERIR O DESCARREGAMENTO DO PKDS'
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               MOVE HIGH-VALUES TO WS-CHAVE-PKDS
               GO TO 1000-INICIALIZAR-EXIT
           END-IF
           PERFORM 2900-LER-PROXIMO-ROTULO
               THRU 2900-LER-PROXIMO-ROTULO-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1100-LER-CARTAO-CONTROLE
      * LE O CARTAO SYSIN COM A DATA DE REFERENCIA DA CONCILIACAO,
      * IMPRESSA NO RELATORIO. DATA AUSENTE ASSUME O RELOGIO.
      *----------------------------------------------------------------*
       1100-LER-CARTAO-CONTROLE.
           OPEN INPUT PK-CARTAO-CONTROLE
           IF WS-STATUS-SYSIN = '00'
               READ PK-CARTAO-CONTROLE
                   AT END
                       MOVE SPACES TO PK-REGISTRO-CONTROLE
               END-READ
               CLOSE PK-CARTAO-CONTROLE
           ELSE
               MOVE SPACES TO PK-REGISTRO-CONTROLE
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
      * 1200-GRAVAR-CABECALHO
      * GRAVA O CABECALHO DO RELATORIO: TITULO, DATA DE REFERENCIA E
      * A LINHA DE TITULOS DAS COLUNAS DAS OCORRENCIAS.
      *----------------------------------------------------------------*
       1200-GRAVAR-CABECALHO.
           WRITE PK-LINHA-RELATORIO FROM WS-LINHA-CABECALHO
      *
           MOVE 'DATA DE REFERENCIA' TO WS-LDA-ROTULO
           MOVE WS-DATA-EXECUCAO TO WS-LDA-DATA
           WRITE PK-LINHA-RELATORIO FROM WS-LINHA-DATA
      *
           WRITE PK-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           WRITE PK-LINHA-RELATORIO FROM WS-LINHA-COLUNAS.
       1200-GRAVAR-CABECALHO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-CONCILIAR-ROTULO
      * UM PASSO DO CASAMENTO ENTRE O EXTRATO DO PKDS E O KBINVEN,
      * OS DOIS EM ORDEM DE ROTULO. CHAVE DO PKDS MENOR: CHAVE SEM
      * INVENTARIO. CHAVE DO INVENTARIO MENOR: ROTULO AUSENTE DO
      * PKDS. CHAVES IGUAIS: CONFERE SITUACAO, TIPO E TAMANHO.
      *----------------------------------------------------------------*
       2000-CONCILIAR-ROTULO.
           IF WS-CHAVE-PKDS < WS-CHAVE-INVENTARIO
               PERFORM 2100-REGISTRAR-ORFA
                   THRU 2100-REGISTRAR-ORFA-EXIT
               PERFORM 2800-LER-PROXIMO-PKDS
                   THRU 2800-LER-PROXIMO-PKDS-EXIT
               GO TO 2000-CONCILIAR-ROTULO-EXIT
           END-IF
      *
           IF WS-CHAVE-INVENTARIO < WS-CHAVE-PKDS
               PERFORM 2200-AVALIAR-SEM-PKDS
                   THRU 2200-AVALIAR-SEM-PKDS-EXIT
               PERFORM 2900-LER-PROXIMO-ROTULO
                   THRU 2900-LER-PROXIMO-ROTULO-EXIT
               GO TO 2000-CONCILIAR-ROTULO-EXIT
           END-IF
      *
           PERFORM 2300-COMPARAR-ROTULO THRU 2300-COMPARAR-ROTULO-EXIT
           PERFORM 2800-LER-PROXIMO-PKDS THRU 2800-LER-PROXIMO-PKDS-EXIT
           PERFORM 2900-LER-PROXIMO-ROTULO
               THRU 2900-LER-PROXIMO-ROTULO-EXIT.
       2000-CONCILIAR-ROTULO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2100-REGISTRAR-ORFA
      * CHAVE DO PKDS SEM REGISTRO NO INVENTARIO - CRIADA FORA DA
      * CADEIA (PAINEIS DO ICSF OU OUTRA APLICACAO). VALE TAMBEM
      * PARA ROTULOS COM MAIS DE 30 BYTES, QUE A CADEIA NAO GERA.
      *----------------------------------------------------------------*
       2100-REGISTRAR-ORFA.
           ADD 1 TO WS-QTDE-ORFAS
           ADD 1 TO WS-QTDE-DIVERGENCIAS
           MOVE 'PKDS SEM INVENTARIO' TO LO-OCORRENCIA
           PERFORM 7100-MONTAR-LADO-PKDS THRU 7100-MONTAR-LADO-PKDS-EXIT
           MOVE SPACES TO LO-TIPO-INVENTARIO
           MOVE ZERO   TO LO-TAMANHO-INVENTARIO
           MOVE SPACE  TO LO-STATUS
           MOVE SPACES TO LO-AREA
           MOVE ZEROS  TO LO-DATA-CONSTRUCAO
           WRITE PK-LINHA-RELATORIO FROM WS-LINHA-OCORRENCIA.
       2100-REGISTRAR-ORFA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2200-AVALIAR-SEM-PKDS
      * ROTULO DO INVENTARIO SEM CHAVE NO PKDS. ATIVO E DIVERGENCIA:
      * A APLICACAO QUE USA O ROTULO VAI FALHAR. INATIVO OU
      * COMPROMETIDO SO E CONTADO (CHAVE APAGADA ANTES DO PASSO DE
      * DESTRUICAO, QUE A MARCA COMO JA AUSENTE, OU RETIRADA PELA
      * SEGURANCA NA SUSPEITA DE COMPROMETIMENTO). DESTRUIDO E A
      * SITUACAO ESPERADA.
      *----------------------------------------------------------------*
       2200-AVALIAR-SEM-PKDS.
           IF IV-ROTULO-DESTRUIDO
               GO TO 2200-AVALIAR-SEM-PKDS-EXIT
           END-IF
      *
           IF NOT IV-ROTULO-ATIVO
               ADD 1 TO WS-QTDE-INATIVOS-AUSENTES
               GO TO 2200-AVALIAR-SEM-PKDS-EXIT
           END-IF
      *
           ADD 1 TO WS-QTDE-AUSENTES
           ADD 1 TO WS-QTDE-DIVERGENCIAS
           MOVE 'ATIVO AUSENTE DO PKDS' TO LO-OCORRENCIA
           MOVE IV-CHAVE-ROTULO TO LO-ROTULO
           MOVE SPACES TO LO-TIPO-PKDS
           MOVE ZERO   TO LO-TAMANHO-PKDS
           MOVE ZEROS  TO LO-DATA-CRIACAO
           PERFORM 7200-MONTAR-LADO-INVENTARIO
               THRU 7200-MONTAR-LADO-INVENTARIO-EXIT
           WRITE PK-LINHA-RELATORIO FROM WS-LINHA-OCORRENCIA.
       2200-AVALIAR-SEM-PKDS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2300-COMPARAR-ROTULO
      * ROTULO PRESENTE NOS DOIS LADOS. DESTRUIDO NO INVENTARIO E
      * AINDA NO PKDS E DIVERGENCIA (A EXCLUSAO NAO ACONTECEU OU A
      * CHAVE FOI RECRIADA FORA DA CADEIA). NOS DEMAIS, TIPO E
      * TAMANHO DO PKDS TEM DE SER OS DO INVENTARIO; TIPO E TAMANHO
      * DIVERGENTES SAEM NUMA LINHA SO, CONTADOS NOS DOIS TOTAIS.
      * ROTULO COMPROMETIDO AINDA NO PKDS (SUBSTITUTA NAO APLICADA)
      * SAI NUMA LINHA INFORMATIVA, SEM CONTAR COMO DIVERGENCIA: A
      * REVOGACAO DE EMERGENCIA AINDA ESTA EM ANDAMENTO.
      *----------------------------------------------------------------*
       2300-COMPARAR-ROTULO.
           ADD 1 TO WS-QTDE-CASADOS
           PERFORM 7100-MONTAR-LADO-PKDS THRU 7100-MONTAR-LADO-PKDS-EXIT
           PERFORM 7200-MONTAR-LADO-INVENTARIO
               THRU 7200-MONTAR-LADO-INVENTARIO-EXIT
      *
           IF IV-ROTULO-DESTRUIDO
               ADD 1 TO WS-QTDE-DESTRUIDOS-PKDS
               ADD 1 TO WS-QTDE-DIVERGENCIAS
               MOVE 'DESTRUIDO MAS NO PKDS' TO LO-OCORRENCIA
               WRITE PK-LINHA-RELATORIO FROM WS-LINHA-OCORRENCIA
               GO TO 2300-COMPARAR-ROTULO-EXIT
           END-IF
      *
           IF IV-ROTULO-COMPROMETIDO
               ADD 1 TO WS-QTDE-COMPROMETIDOS-PKDS
               MOVE 'COMPROMETIDO NO PKDS' TO LO-OCORRENCIA
               WRITE PK-LINHA-RELATORIO FROM WS-LINHA-OCORRENCIA
               GO TO 2300-COMPARAR-ROTULO-EXIT
           END-IF
      *
           MOVE SPACES TO LO-OCORRENCIA
           IF PX-TIPO-CHAVE NOT = WS-TIPO-CORRENTE
               ADD 1 TO WS-QTDE-TIPO-DIVERGE
               MOVE 'TIPO DIVERGENTE' TO LO-OCORRENCIA
           END-IF
           IF PX-TAMANHO-CHAVE NOT = IV-TAMANHO-CHAVE
               ADD 1 TO WS-QTDE-TAMANHO-DIVERGE
               IF LO-OCORRENCIA = SPACES
                   MOVE 'TAMANHO DIVERGENTE' TO LO-OCORRENCIA
               ELSE
                   MOVE 'TIPO+TAMANHO DIVERGEM' TO LO-OCORRENCIA
               END-IF
           END-IF
      *
           IF LO-OCORRENCIA NOT = SPACES
               ADD 1 TO WS-QTDE-DIVERGENCIAS
               WRITE PK-LINHA-RELATORIO FROM WS-LINHA-OCORRENCIA
           END-IF.
       2300-COMPARAR-ROTULO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2800-LER-PROXIMO-PKDS
      * AVANCA O EXTRATO DO PKDS ATE O PROXIMO REGISTRO QUE ENTRA NO
      * CASAMENTO, DEIXANDO A SUA CHAVE EM WS-CHAVE-PKDS (HIGH-VALUES
      * NO FIM DO ARQUIVO).
      *----------------------------------------------------------------*
       2800-LER-PROXIMO-PKDS.
           MOVE 'N' TO WS-PKDS-PRONTO
           PERFORM 2810-LER-UM-PKDS THRU 2810-LER-UM-PKDS-EXIT
               UNTIL PKDS-PRONTO.
       2800-LER-PROXIMO-PKDS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2810-LER-UM-PKDS
      * LE UM REGISTRO DO EXTRATO. ROTULO EM BRANCO OU TAMANHO NAO
      * NUMERICO E AVISADO E IGNORADO, COMO ROTULO REPETIDO. ROTULO
      * FORA DE ORDEM INVALIDA O CASAMENTO: A CONCILIACAO PARA COMO
      * INCOMPLETA. ROTULO COM MAIS DE 30 BYTES NAO PODE ESTAR NO
      * INVENTARIO E E APONTADO NA HORA COMO CHAVE SEM INVENTARIO.
      *----------------------------------------------------------------*
       2810-LER-UM-PKDS.
           IF FIM-ARQUIVO-PX
               MOVE HIGH-VALUES TO WS-CHAVE-PKDS
               SET PKDS-PRONTO TO TRUE
               GO TO 2810-LER-UM-PKDS-EXIT
           END-IF
      *
           READ PK-ARQUIVO-PKDS
               AT END
                   SET FIM-ARQUIVO-PX TO TRUE
                   MOVE HIGH-VALUES TO WS-CHAVE-PKDS
                   SET PKDS-PRONTO TO TRUE
                   GO TO 2810-LER-UM-PKDS-EXIT
           END-READ
           ADD 1 TO WS-QTDE-LIDOS-PKDS
      *
           IF PX-ROTULO-PKDS = SPACES
              OR PX-TAMANHO-CHAVE IS NOT NUMERIC
               DISPLAY 'AVISO - REGISTRO INVALIDO NO EXTRATO DO PKDS '
                       'IGNORADO: ' PX-ROTULO-PKDS
               ADD 1 TO WS-QTDE-INVALIDOS-PKDS
               GO TO 2810-LER-UM-PKDS-EXIT
           END-IF
      *
           IF PX-ROTULO-PKDS = WS-ROTULO-ANTERIOR
               DISPLAY 'AVISO - ROTULO REPETIDO NO EXTRATO DO PKDS '
                       'IGNORADO: ' PX-ROTULO-PKDS
               ADD 1 TO WS-QTDE-INVALIDOS-PKDS
               GO TO 2810-LER-UM-PKDS-EXIT
           END-IF
      *
           IF PX-ROTULO-PKDS < WS-ROTULO-ANTERIOR
               DISPLAY 'ERRO - EXTRATO DO PKDS FORA DE ORDEM NO '
                       'ROTULO: ' PX-ROTULO-PKDS
               SET CONCILIACAO-INCOMPLETA TO TRUE
               SET FIM-ARQUIVO-PX TO TRUE
               SET FIM-ARQUIVO-IV TO TRUE
               MOVE HIGH-VALUES TO WS-CHAVE-PKDS
               MOVE HIGH-VALUES TO WS-CHAVE-INVENTARIO
               SET PKDS-PRONTO TO TRUE
               GO TO 2810-LER-UM-PKDS-EXIT
           END-IF
           MOVE PX-ROTULO-PKDS TO WS-ROTULO-ANTERIOR
      *
           IF PX-ROTULO-RESTO NOT = SPACES
               PERFORM 2100-REGISTRAR-ORFA
                   THRU 2100-REGISTRAR-ORFA-EXIT
               GO TO 2810-LER-UM-PKDS-EXIT
           END-IF
      *
           MOVE PX-CHAVE-ROTULO TO WS-CHAVE-PKDS
           SET PKDS-PRONTO TO TRUE.
       2810-LER-UM-PKDS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2900-LER-PROXIMO-ROTULO
      * LE O PROXIMO REGISTRO DO INVENTARIO, DEIXANDO A SUA CHAVE EM
      * WS-CHAVE-INVENTARIO (HIGH-VALUES NO FIM DO ARQUIVO). ERRO DE
      * LEITURA ENCERRA O LADO DO INVENTARIO E DEIXA A CONCILIACAO
      * INCOMPLETA - OS ROTULOS NAO LIDOS NAO PODEM SAIR COMO
      * CHAVES SEM INVENTARIO, ENTAO O EXTRATO TAMBEM E ENCERRADO.
      *----------------------------------------------------------------*
       2900-LER-PROXIMO-ROTULO.
           IF FIM-ARQUIVO-IV
               MOVE HIGH-VALUES TO WS-CHAVE-INVENTARIO
               GO TO 2900-LER-PROXIMO-ROTULO-EXIT
           END-IF
      *
           READ PK-CADASTRO-INVENTARIO NEXT
               AT END
                   SET FIM-ARQUIVO-IV TO TRUE
                   MOVE HIGH-VALUES TO WS-CHAVE-INVENTARIO
                   GO TO 2900-LER-PROXIMO-ROTULO-EXIT
           END-READ
           IF NOT WS-INVENTARIO-OK
               DISPLAY 'ERRO VSAM NA LEITURA DO INVENTARIO. STATUS='
                       WS-STATUS-INVENTARIO
               ADD 1 TO WS-QTDE-ERROS-VSAM
               SET CONCILIACAO-INCOMPLETA TO TRUE
               SET FIM-ARQUIVO-IV TO TRUE
               SET FIM-ARQUIVO-PX TO TRUE
               MOVE HIGH-VALUES TO WS-CHAVE-INVENTARIO
               MOVE HIGH-VALUES TO WS-CHAVE-PKDS
               GO TO 2900-LER-PROXIMO-ROTULO-EXIT
           END-IF
           ADD 1 TO WS-QTDE-LIDOS-INVENTARIO
           MOVE IV-CHAVE-ROTULO TO WS-CHAVE-INVENTARIO.
       2900-LER-PROXIMO-ROTULO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7100-MONTAR-LADO-PKDS
      * PREENCHE NA LINHA DE OCORRENCIA O ROTULO COMPLETO, O TIPO, O
      * TAMANHO E A DATA DE CRIACAO DO REGISTRO DO PKDS CORRENTE.
      *----------------------------------------------------------------*
       7100-MONTAR-LADO-PKDS.
           MOVE PX-ROTULO-PKDS   TO LO-ROTULO
           MOVE PX-TIPO-CHAVE    TO LO-TIPO-PKDS
           MOVE PX-TAMANHO-CHAVE TO LO-TAMANHO-PKDS
           IF PX-DATA-CRIACAO IS NUMERIC
               MOVE PX-DATA-CRIACAO TO LO-DATA-CRIACAO
           ELSE
               MOVE ZEROS TO LO-DATA-CRIACAO
           END-IF.
       7100-MONTAR-LADO-PKDS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7200-MONTAR-LADO-INVENTARIO
      * PREENCHE NA LINHA DE OCORRENCIA O TIPO (NORMALIZADO), O
      * TAMANHO, A SITUACAO, A AREA E A DATA DE CONSTRUCAO DO ROTULO
      * CORRENTE DO INVENTARIO.
      *----------------------------------------------------------------*
       7200-MONTAR-LADO-INVENTARIO.
           MOVE IV-TIPO-CHAVE TO WS-TIPO-CORRENTE
           IF WS-TIPO-CORRENTE = SPACES
               MOVE 'RSA' TO WS-TIPO-CORRENTE
           END-IF
           MOVE WS-TIPO-CORRENTE    TO LO-TIPO-INVENTARIO
           MOVE IV-TAMANHO-CHAVE    TO LO-TAMANHO-INVENTARIO
           MOVE IV-STATUS-ROTULO    TO LO-STATUS
           MOVE IV-AREA-SOLICITANTE TO LO-AREA
           MOVE IV-DATA-CONSTRUCAO  TO LO-DATA-CONSTRUCAO.
       7200-MONTAR-LADO-INVENTARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8000-ENCERRAMENTO
      * GRAVA OS TOTAIS NO RELATORIO, FECHA OS ARQUIVOS E EXIBE OS
      * TOTAIS DA CONCILIACAO. QUALQUER DIVERGENCIA TERMINA COM RC=8;
      * CONCILIACAO INCOMPLETA (EXTRATO FORA DE ORDEM OU ERRO DE
      * VSAM) COM RC=12; REGISTROS INVALIDOS NO EXTRATO, SEM OUTRA
      * OCORRENCIA, COM RC=4.
      *----------------------------------------------------------------*
       8000-ENCERRAMENTO.
           IF NOT ERRO-ABERTURA-FATAL
               PERFORM 8100-GRAVAR-TOTAIS THRU 8100-GRAVAR-TOTAIS-EXIT
           END-IF
      *
           CLOSE PK-ARQUIVO-PKDS
           CLOSE PK-CADASTRO-INVENTARIO
           CLOSE PK-ARQUIVO-RELATORIO
      *
           DISPLAY 'CONCILIACAO DO PKDS - FIM'
           DISPLAY 'REGISTROS DO EXTRATO ....: ' WS-QTDE-LIDOS-PKDS
           DISPLAY 'ROTULOS DO INVENTARIO ...: '
               WS-QTDE-LIDOS-INVENTARIO
           DISPLAY 'ROTULOS CASADOS .........: ' WS-QTDE-CASADOS
           DISPLAY 'PKDS SEM INVENTARIO .....: ' WS-QTDE-ORFAS
           DISPLAY 'ATIVOS AUSENTES DO PKDS .: ' WS-QTDE-AUSENTES
           DISPLAY 'TIPO DIVERGENTE .........: ' WS-QTDE-TIPO-DIVERGE
           DISPLAY 'TAMANHO DIVERGENTE ......: '
               WS-QTDE-TAMANHO-DIVERGE
           DISPLAY 'DESTRUIDOS AINDA NO PKDS : '
               WS-QTDE-DESTRUIDOS-PKDS
           DISPLAY 'INATIVOS FORA DO PKDS ...: '
               WS-QTDE-INATIVOS-AUSENTES
           DISPLAY 'COMPROMETIDOS NO PKDS ...: '
               WS-QTDE-COMPROMETIDOS-PKDS
           DISPLAY 'REGISTROS INVALIDOS .....: '
               WS-QTDE-INVALIDOS-PKDS
           DISPLAY 'ERROS DE VSAM ...........: ' WS-QTDE-ERROS-VSAM
      *
           IF CONCILIACAO-INCOMPLETA AND RETURN-CODE < 12
               MOVE 12 TO RETURN-CODE
           END-IF
           IF WS-QTDE-DIVERGENCIAS > ZERO AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-QTDE-INVALIDOS-PKDS > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-ENCERRAMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8100-GRAVAR-TOTAIS
      * ACRESCENTA AO RELATORIO A SECAO DE TOTAIS DA CONCILIACAO.
      *----------------------------------------------------------------*
       8100-GRAVAR-TOTAIS.
           WRITE PK-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           IF CONCILIACAO-INCOMPLETA
               MOVE 'CONCILIACAO INCOMPLETA - VER MENSAGENS DO PASSO'
                   TO WS-LS-TITULO
               WRITE PK-LINHA-RELATORIO FROM WS-LINHA-SECAO
           END-IF
           MOVE 'TOTAIS DA CONCILIACAO' TO WS-LS-TITULO
           WRITE PK-LINHA-RELATORIO FROM WS-LINHA-SECAO
      *
           MOVE 'REGISTROS LIDOS NO EXTRATO DO PKDS' TO WS-LD-ROTULO
           MOVE WS-QTDE-LIDOS-PKDS TO WS-LD-VALOR
           WRITE PK-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ROTULOS LIDOS NO INVENTARIO' TO WS-LD-ROTULO
           MOVE WS-QTDE-LIDOS-INVENTARIO TO WS-LD-VALOR
           WRITE PK-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ROTULOS PRESENTES NOS DOIS' TO WS-LD-ROTULO
           MOVE WS-QTDE-CASADOS TO WS-LD-VALOR
           WRITE PK-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'CHAVES DO PKDS SEM INVENTARIO' TO WS-LD-ROTULO
           MOVE WS-QTDE-ORFAS TO WS-LD-VALOR
           WRITE PK-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ROTULOS ATIVOS AUSENTES DO PKDS' TO WS-LD-ROTULO
           MOVE WS-QTDE-AUSENTES TO WS-LD-VALOR
           WRITE PK-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ROTULOS COM TIPO DIVERGENTE' TO WS-LD-ROTULO
           MOVE WS-QTDE-TIPO-DIVERGE TO WS-LD-VALOR
           WRITE PK-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ROTULOS COM TAMANHO DIVERGENTE' TO WS-LD-ROTULO
           MOVE WS-QTDE-TAMANHO-DIVERGE TO WS-LD-VALOR
           WRITE PK-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ROTULOS DESTRUIDOS AINDA NO PKDS' TO WS-LD-ROTULO
           MOVE WS-QTDE-DESTRUIDOS-PKDS TO WS-LD-VALOR
           WRITE PK-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'TOTAL DE DIVERGENCIAS' TO WS-LD-ROTULO
           MOVE WS-QTDE-DIVERGENCIAS TO WS-LD-VALOR
           WRITE PK-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'INATIVOS JA FORA DO PKDS (INFORMATIVO)'
               TO WS-LD-ROTULO
           MOVE WS-QTDE-INATIVOS-AUSENTES TO WS-LD-VALOR
           WRITE PK-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'COMPROMETIDOS NO PKDS (INFORMATIVO)'
               TO WS-LD-ROTULO
           MOVE WS-QTDE-COMPROMETIDOS-PKDS TO WS-LD-VALOR
           WRITE PK-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'REGISTROS INVALIDOS NO EXTRATO' TO WS-LD-ROTULO
           MOVE WS-QTDE-INVALIDOS-PKDS TO WS-LD-VALOR
           WRITE PK-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ERROS DE VSAM' TO WS-LD-ROTULO
           MOVE WS-QTDE-ERROS-VSAM TO WS-LD-VALOR
           WRITE PK-LINHA-RELATORIO FROM WS-LINHA-DETALHE.
       8100-GRAVAR-TOTAIS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM PROGCOB93.
