      ******************************************************************
      * Author: ALEX MENDES
      * Date: 15-10-2026
      * Purpose: EXPURGO DO JORNAL DE IMAGENS DO INVENTARIO (KBINVJN).
      *          O PROGCOB30 E O PROGCOB35 ACRESCENTAM AO JORNAL UM
      *          REGISTRO DE 1700 BYTES POR GRAVACAO NO CADASTRO, E O
      *          JORNAL SO CRESCE. ESTE PROGRAMA MOVE OS REGISTROS DE
      *          CORRIDAS ANTERIORES A DATA DE CORTE PARA A GERACAO DE
      *          HISTORICO (KBJHIST) E GRAVA EM KBJNEW SOMENTE A JANELA
      *          RETIDA, QUE A JCL COPIA DE VOLTA SOBRE O KBINVJN (MESMO
      *          PADRAO DO EXPURGO DA TRILHA DE AUDITORIA, PROGCOB40).
      *          O JORNAL JA ESTA EM ORDEM CRONOLOGICA E A ORDEM E
      *          MANTIDA NOS DOIS ARQUIVOS DE SAIDA, ENTAO O ESTORNO
      *          (PROGCOB38) CONTINUA LENDO QUALQUER UM DELES.
      *
      *          CARTAO SYSIN:
      *            01-08 DATA DE CORTE DA RETENCAO (AAAAMMDD). REGISTROS
      *                  COM DATA DA CORRIDA ANTERIOR A ESTA DATA VAO
      *                  PARA O HISTORICO.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 15-10-2026 AM    VERSAO INICIAL - EXPURGO DO JORNAL DE IMAGENS
      *                  POR DATA DE CORTE (JCL PROGCB39).
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       PROGRAM-ID. PROGCOB39.
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
           SELECT XJ-ARQUIVO-JORNAL ASSIGN TO "KBINVJN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.
      *
           SELECT XJ-ARQUIVO-HISTORICO ASSIGN TO "KBJHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.
      *
           SELECT XJ-ARQUIVO-RETIDOS ASSIGN TO "KBJNEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETIDOS.
      *
           SELECT XJ-ARQUIVO-RELATORIO ASSIGN TO "KBJRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
      *
           SELECT XJ-CARTAO-CONTROLE ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SYSIN.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*
       FD  XJ-ARQUIVO-JORNAL.
           COPY KBJRNREC.
      *
       FD  XJ-ARQUIVO-HISTORICO.
       01  XJ-REGISTRO-HISTORICO         PIC X(1700).
      *
       FD  XJ-ARQUIVO-RETIDOS.
       01  XJ-REGISTRO-RETIDO            PIC X(1700).
      *
       FD  XJ-ARQUIVO-RELATORIO.
       01  XJ-LINHA-RELATORIO            PIC X(132).
      *
       FD  XJ-CARTAO-CONTROLE.
       01  XJ-REGISTRO-CONTROLE.
           05  CTL-DATA-CORTE            PIC X(08).
           05  FILLER                    PIC X(72).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    CHAVES E INDICADORES DE STATUS DE ARQUIVO
      *----------------------------------------------------------------*
       01  WS-STATUS-JORNAL              PIC X(02)      VALUE SPACES.
           88  WS-JORNAL-OK              VALUE '00'.
       01  WS-STATUS-HISTORICO           PIC X(02)      VALUE SPACES.
       01  WS-STATUS-RETIDOS             PIC X(02)      VALUE SPACES.
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
      *----------------------------------------------------------------*
      *    CONTADORES DO EXPURGO
      *----------------------------------------------------------------*
       01  WS-CONTADORES-LOTE.
           05  WS-QTDE-LIDOS             PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-RETIDOS           PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-EXPURGADOS        PIC 9(09) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *    DATA DE CORTE E FAIXA DE DATAS DE CORRIDA DE CADA SAIDA
      *----------------------------------------------------------------*
       01  WS-DATA-CORTE                 PIC 9(08)      VALUE ZEROS.
       01  WS-PRIMEIRA-DATA-EXPURGO      PIC 9(08)      VALUE ZEROS.
       01  WS-ULTIMA-DATA-EXPURGO        PIC 9(08)      VALUE ZEROS.
       01  WS-PRIMEIRA-DATA-RETIDA       PIC 9(08)      VALUE ZEROS.
       01  WS-ULTIMA-DATA-RETIDA         PIC 9(08)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    AREAS DE MONTAGEM DAS LINHAS DO RELATORIO
      *----------------------------------------------------------------*
       01  WS-LINHA-CABECALHO.
           05  FILLER PIC X(44) VALUE
               'EXPURGO DO JORNAL DE IMAGENS DO INVENTARIO D'.
           05  FILLER PIC X(20) VALUE
               'E CHAVES (KBINVJN)'.
           05  FILLER                    PIC X(68)      VALUE SPACES.
       01  WS-LINHA-DETALHE.
           05  WS-LD-ROTULO              PIC X(40)      VALUE SPACES.
           05  WS-LD-VALOR               PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05  FILLER                    PIC X(81)      VALUE SPACES.
       01  WS-LINHA-DATA.
           05  WS-LDA-ROTULO             PIC X(40)      VALUE SPACES.
           05  WS-LDA-DATA               PIC 9(08)      VALUE ZERO.
           05  FILLER                    PIC X(84)      VALUE SPACES.
       01  WS-LINHA-BRANCO               PIC X(132)     VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      * CONTROLA A SEQUENCIA GERAL DO EXPURGO: ABERTURA, SEPARACAO DE
      * CADA REGISTRO DO JORNAL PELA DATA DE CORTE E TOTAIS.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           PERFORM 2000-PROCESSAR-JORNAL
               THRU 2000-PROCESSAR-JORNAL-EXIT
               UNTIL FIM-ARQUIVO
           PERFORM 8000-ENCERRAMENTO THRU 8000-ENCERRAMENTO-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      * 1000-INICIALIZAR
      * ABRE OS ARQUIVOS, LE O CARTAO DE CONTROLE E O PRIMEIRO
      * REGISTRO DO JORNAL. JORNAL, HISTORICO OU RETIDOS SEM ABRIR
      * SAO FATAIS (RC=16, SEM PROCESSAR): COM QUALQUER SAIDA FECHADA
      * AS GRAVACOES SERIAM PERDIDAS EM SILENCIO E A REGRAVACAO DO
      * KBINVJN PELO PASSO SEGUINTE DESTRUIRIA AS IMAGENS DE QUE O
      * ESTORNO DEPENDE.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           OPEN INPUT  XJ-ARQUIVO-JORNAL
           OPEN OUTPUT XJ-ARQUIVO-HISTORICO
           OPEN OUTPUT XJ-ARQUIVO-RETIDOS
           OPEN OUTPUT XJ-ARQUIVO-RELATORIO
      *
           IF NOT WS-JORNAL-OK
               DISPLAY 'ERRO FATAL - KBINVJN NAO ABRIU. STATUS='
                       WS-STATUS-JORNAL
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO TO TRUE
           END-IF
      *
           IF WS-STATUS-HISTORICO NOT = '00'
               DISPLAY 'ERRO FATAL - KBJHIST NAO ABRIU. STATUS='
                       WS-STATUS-HISTORICO
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO TO TRUE
           END-IF
      *
           IF WS-STATUS-RETIDOS NOT = '00'
               DISPLAY 'ERRO FATAL - KBJNEW NAO ABRIU. STATUS='
                       WS-STATUS-RETIDOS
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO TO TRUE
           END-IF
      *
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'AVISO - KBJRPT NAO ABRIU. STATUS='
                       WS-STATUS-RELATORIO
           END-IF
      *
           IF NOT ERRO-ABERTURA-FATAL
               PERFORM 1100-LER-CARTAO-CONTROLE
                   THRU 1100-LER-CARTAO-CONTROLE-EXIT
               PERFORM 2900-LER-PROXIMO-JORNAL
                   THRU 2900-LER-PROXIMO-JORNAL-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1100-LER-CARTAO-CONTROLE
      * LE A DATA DE CORTE DO CARTAO SYSIN. SEM DATA VALIDA NADA E
      * EXPURGADO: O JORNAL INTEIRO E RETIDO E O PASSO SEGUINTE O
      * REGRAVA SEM PERDA.
      *----------------------------------------------------------------*
       1100-LER-CARTAO-CONTROLE.
           OPEN INPUT XJ-CARTAO-CONTROLE
           IF WS-STATUS-SYSIN = '00'
               READ XJ-CARTAO-CONTROLE
                   AT END
                       MOVE SPACES TO CTL-DATA-CORTE
               END-READ
               CLOSE XJ-CARTAO-CONTROLE
           ELSE
               MOVE SPACES TO CTL-DATA-CORTE
           END-IF
      *
           IF CTL-DATA-CORTE IS NUMERIC
               MOVE CTL-DATA-CORTE TO WS-DATA-CORTE
           ELSE
               DISPLAY 'AVISO - DATA DE CORTE AUSENTE OU INVALIDA - '
                       'NENHUM REGISTRO SERA EXPURGADO'
               MOVE ZEROS TO WS-DATA-CORTE
           END-IF.
       1100-LER-CARTAO-CONTROLE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-PROCESSAR-JORNAL
      * GRAVA O REGISTRO CORRENTE NO HISTORICO, QUANDO A CORRIDA E
      * ANTERIOR A DATA DE CORTE, OU NOS RETIDOS, GUARDANDO A FAIXA DE
      * DATAS DE CORRIDA DE CADA SAIDA PARA O RELATORIO, E LE O
      * PROXIMO.
      *----------------------------------------------------------------*
       2000-PROCESSAR-JORNAL.
           ADD 1 TO WS-QTDE-LIDOS
           IF JN-DATA-CORRIDA < WS-DATA-CORTE
               WRITE XJ-REGISTRO-HISTORICO FROM JN-REGISTRO-JORNAL
               ADD 1 TO WS-QTDE-EXPURGADOS
               IF WS-PRIMEIRA-DATA-EXPURGO = ZEROS
                   MOVE JN-DATA-CORRIDA TO WS-PRIMEIRA-DATA-EXPURGO
               END-IF
               MOVE JN-DATA-CORRIDA TO WS-ULTIMA-DATA-EXPURGO
           ELSE
               WRITE XJ-REGISTRO-RETIDO FROM JN-REGISTRO-JORNAL
               ADD 1 TO WS-QTDE-RETIDOS
               IF WS-PRIMEIRA-DATA-RETIDA = ZEROS
                   MOVE JN-DATA-CORRIDA TO WS-PRIMEIRA-DATA-RETIDA
               END-IF
               MOVE JN-DATA-CORRIDA TO WS-ULTIMA-DATA-RETIDA
           END-IF
      *
           PERFORM 2900-LER-PROXIMO-JORNAL
               THRU 2900-LER-PROXIMO-JORNAL-EXIT.
       2000-PROCESSAR-JORNAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2900-LER-PROXIMO-JORNAL
      * LE O PROXIMO REGISTRO DO JORNAL, SINALIZANDO FIM DE ARQUIVO.
      *----------------------------------------------------------------*
       2900-LER-PROXIMO-JORNAL.
           READ XJ-ARQUIVO-JORNAL
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
       2900-LER-PROXIMO-JORNAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8000-ENCERRAMENTO
      * GRAVA O RELATORIO, FECHA OS ARQUIVOS E EXIBE OS TOTAIS.
      *----------------------------------------------------------------*
       8000-ENCERRAMENTO.
           IF NOT ERRO-ABERTURA-FATAL
               PERFORM 8100-GRAVAR-RELATORIO
                   THRU 8100-GRAVAR-RELATORIO-EXIT
           END-IF
      *
           CLOSE XJ-ARQUIVO-JORNAL
           CLOSE XJ-ARQUIVO-HISTORICO
           CLOSE XJ-ARQUIVO-RETIDOS
           CLOSE XJ-ARQUIVO-RELATORIO
      *
           DISPLAY 'EXPURGO DO JORNAL DE IMAGENS - FIM'
           DISPLAY 'REGISTROS LIDOS .........: ' WS-QTDE-LIDOS
           DISPLAY 'REGISTROS RETIDOS .......: ' WS-QTDE-RETIDOS
           DISPLAY 'REGISTROS EXPURGADOS ....: ' WS-QTDE-EXPURGADOS.
       8000-ENCERRAMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8100-GRAVAR-RELATORIO
      * GRAVA NO RELATORIO A DATA DE CORTE, OS TOTAIS E A FAIXA DE
      * DATAS DE CORRIDA QUE FOI PARA O HISTORICO E QUE FICOU NO
      * JORNAL.
      *----------------------------------------------------------------*
       8100-GRAVAR-RELATORIO.
           WRITE XJ-LINHA-RELATORIO FROM WS-LINHA-CABECALHO
           WRITE XJ-LINHA-RELATORIO FROM WS-LINHA-BRANCO
      *
           MOVE 'DATA DE CORTE DA RETENCAO' TO WS-LDA-ROTULO
           MOVE WS-DATA-CORTE TO WS-LDA-DATA
           WRITE XJ-LINHA-RELATORIO FROM WS-LINHA-DATA
      *
           MOVE 'REGISTROS LIDOS DO JORNAL' TO WS-LD-ROTULO
           MOVE WS-QTDE-LIDOS TO WS-LD-VALOR
           WRITE XJ-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'REGISTROS EXPURGADOS PARA O HISTORICO' TO WS-LD-ROTULO
           MOVE WS-QTDE-EXPURGADOS TO WS-LD-VALOR
           WRITE XJ-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'PRIMEIRA CORRIDA EXPURGADA' TO WS-LDA-ROTULO
           MOVE WS-PRIMEIRA-DATA-EXPURGO TO WS-LDA-DATA
           WRITE XJ-LINHA-RELATORIO FROM WS-LINHA-DATA
      *
           MOVE 'ULTIMA CORRIDA EXPURGADA' TO WS-LDA-ROTULO
           MOVE WS-ULTIMA-DATA-EXPURGO TO WS-LDA-DATA
           WRITE XJ-LINHA-RELATORIO FROM WS-LINHA-DATA
      *
           MOVE 'REGISTROS RETIDOS NO JORNAL' TO WS-LD-ROTULO
           MOVE WS-QTDE-RETIDOS TO WS-LD-VALOR
           WRITE XJ-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'PRIMEIRA CORRIDA RETIDA' TO WS-LDA-ROTULO
           MOVE WS-PRIMEIRA-DATA-RETIDA TO WS-LDA-DATA
           WRITE XJ-LINHA-RELATORIO FROM WS-LINHA-DATA
      *
           MOVE 'ULTIMA CORRIDA RETIDA' TO WS-LDA-ROTULO
           MOVE WS-ULTIMA-DATA-RETIDA TO WS-LDA-DATA
           WRITE XJ-LINHA-RELATORIO FROM WS-LINHA-DATA.
       8100-GRAVAR-RELATORIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM PROGCOB39.
