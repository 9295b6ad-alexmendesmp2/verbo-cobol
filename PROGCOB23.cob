      ******************************************************************
      * Author: ALEX MENDES
      * Date: 15-10-2026
      * Purpose: ACOMPANHAMENTO DAS SOLICITACOES DE CERTIFICADO. O
      *          PROGCOB22 ENVIA A CHAVE PUBLICA DE CADA CHAVE PRONTA
      *          A AUTORIDADE CERTIFICADORA E DEIXA A SOLICITACAO
      *          AGUARDANDO NO CADASTRO KBCERT. ESTE PROGRAMA CASA O
      *          ARQUIVO DE RETORNO DA AUTORIDADE (KBCARET, COPY
      *          KBCARREC) COM O CADASTRO PELO ROTULO, BAIXA CADA
      *          SOLICITACAO COMO EMITIDA (COM O NUMERO DE SERIE) OU
      *          RECUSADA (COM O MOTIVO) E, NUMA VARREDURA DO
      *          CADASTRO, APONTA TODA SOLICITACAO QUE SEGUE SEM
      *          RESPOSTA HA MAIS DIAS QUE O PRAZO DO CARTAO DE
      *          CONTROLE. O RELATORIO DE ACOMPANHAMENTO (KBCFRPT)
      *          MOSTRA OS ROTULOS COM CERTIFICADO EMITIDO, RECUSADO
      *          OU NUNCA RESPONDIDO, PARA NENHUMA CHAVE FICAR GERADA
      *          E INUTIL SEM NINGUEM NOTAR.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 15-10-2026 AM    VERSAO INICIAL - CASAMENTO DO RETORNO DA
      *                  AUTORIDADE CERTIFICADORA COM O KBCERT E
      *                  RELATORIO DE ACOMPANHAMENTO (JCL PROGCB23).
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       PROGRAM-ID. PROGCOB23.
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
           SELECT AC-ARQUIVO-RETORNO ASSIGN TO "KBCARET"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETORNO.
      *
           SELECT AC-CADASTRO-CERTIFICADOS ASSIGN TO "KBCERT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CE-CHAVE-ROTULO
               FILE STATUS IS WS-STATUS-CERTIFICADOS.
      *
           SELECT AC-ARQUIVO-RELATORIO ASSIGN TO "KBCFRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
      *
           SELECT AC-CARTAO-CONTROLE ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SYSIN.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*
       FD  AC-ARQUIVO-RETORNO.
           COPY KBCARREC.
      *
       FD  AC-CADASTRO-CERTIFICADOS.
           COPY KBCERREC.
      *
       FD  AC-ARQUIVO-RELATORIO.
       01  AC-LINHA-RELATORIO            PIC X(132).
      *
       FD  AC-CARTAO-CONTROLE.
       01  AC-REGISTRO-CONTROLE.
           05  CTL-DATA-EXECUCAO         PIC X(08).
           05  CTL-DIAS-PRAZO            PIC 9(03).
           05  FILLER                    PIC X(69).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    CHAVES E INDICADORES DE STATUS DE ARQUIVO
      *----------------------------------------------------------------*
       01  WS-STATUS-RETORNO             PIC X(02)      VALUE SPACES.
           88  WS-RETORNO-OK             VALUE '00'.
       01  WS-STATUS-CERTIFICADOS        PIC X(02)      VALUE SPACES.
           88  WS-CERTIFICADOS-OK        VALUE '00'.
           88  WS-CERTIFICADOS-SEM-CHAVE VALUE '23'.
       01  WS-STATUS-RELATORIO           PIC X(02)      VALUE SPACES.
       01  WS-STATUS-SYSIN               PIC X(02)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    SWITCHES DE CONTROLE DO PROCESSAMENTO
      *----------------------------------------------------------------*
       01  WS-SWITCHES-LOTE.
           05  WS-FIM-ARQUIVO-CR         PIC X(01)      VALUE 'N'.
               88  FIM-ARQUIVO-CR        VALUE 'S'.
           05  WS-FIM-VARREDURA          PIC X(01)      VALUE 'N'.
               88  FIM-VARREDURA         VALUE 'S'.
           05  WS-ERRO-ABERTURA          PIC X(01)      VALUE 'N'.
               88  ERRO-ABERTURA-FATAL   VALUE 'S'.
      *----------------------------------------------------------------*
      *    CONTADORES DO RETORNO E DA VARREDURA
      *----------------------------------------------------------------*
       01  WS-CONTADORES-LOTE.
           05  WS-QTDE-LIDOS             PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-EMITIDOS          PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-RECUSADOS         PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-SEM-SOLICITACAO   PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-REPETIDOS         PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ANTERIORES        PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-INVALIDOS         PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ERROS-VSAM        PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-AGUARDANDO        PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-SEM-RESPOSTA      PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-TOTAL-EMITIDOS    PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-TOTAL-RECUSADOS   PIC 9(09) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *    PRAZO DE RESPOSTA DA AUTORIDADE CERTIFICADORA. SEM CARTAO
      *    VALIDO, VALE O PRAZO PADRAO DE 7 DIAS.
      *----------------------------------------------------------------*
       77  WS-PRAZO-PADRAO               PIC 9(03)      VALUE 7.
       01  WS-DIAS-PRAZO                 PIC 9(03)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    DATA DE EXECUCAO E AREA DE CALCULO DE IDADE EM DIAS
      *    (CONTAGEM JULIANA POR ARITMETICA INTEIRA, MESMO CALCULO
      *    DO GERADOR DE ROTACAO).
      *----------------------------------------------------------------*
       01  WS-DATA-EXECUCAO              PIC 9(08)      VALUE ZEROS.
       01  WS-DATA-CALCULO               PIC 9(08)      VALUE ZEROS.
       01  WS-DATA-CALCULO-R REDEFINES WS-DATA-CALCULO.
           05  WS-DC-ANO                 PIC 9(04).
           05  WS-DC-MES                 PIC 9(02).
           05  WS-DC-DIA                 PIC 9(02).
       01  WS-DIA-EXECUCAO               PIC 9(09) COMP VALUE ZERO.
       01  WS-DIA-ENVIO                  PIC 9(09) COMP VALUE ZERO.
       01  WS-DIA-CORRIDO                PIC 9(09) COMP VALUE ZERO.
       01  WS-IDADE-DIAS                 PIC S9(09) COMP VALUE ZERO.
       01  WS-JD-A                       PIC 9(09) COMP VALUE ZERO.
       01  WS-JD-ANO                     PIC 9(09) COMP VALUE ZERO.
       01  WS-JD-MES                     PIC 9(09) COMP VALUE ZERO.
       01  WS-JD-TEMP-1                  PIC 9(09) COMP VALUE ZERO.
       01  WS-JD-TEMP-2                  PIC 9(09) COMP VALUE ZERO.
       01  WS-JD-TEMP-3                  PIC 9(09) COMP VALUE ZERO.
       01  WS-JD-TEMP-4                  PIC 9(09) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *    AREAS DE MONTAGEM DAS LINHAS DO RELATORIO
      *----------------------------------------------------------------*
       01  WS-LINHA-CABECALHO.
           05  FILLER PIC X(44) VALUE
               'ACOMPANHAMENTO DAS SOLICITACOES DE CERTIFICA'.
           05  FILLER PIC X(40) VALUE
               'DO A AUTORIDADE CERTIFICADORA'.
           05  FILLER                    PIC X(48)      VALUE SPACES.
       01  WS-LINHA-COLUNAS.
           05  FILLER PIC X(44) VALUE
               'OCORRENCIA             ROTULO (TEXTO-1 / TEX'.
           05  FILLER PIC X(44) VALUE
               'TO-2)      TIP   TAM ARE ENVIO    RETORNO  D'.
           05  FILLER PIC X(44) VALUE
               'IAS SERIE DO CERTIFICADO / MOTIVO'.
       01  WS-LINHA-OCORRENCIA.
           05  LO-OCORRENCIA             PIC X(22)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-TEXTO-1                PIC X(15)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-TEXTO-2                PIC X(15)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-TIPO                   PIC X(03)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-TAMANHO                PIC ZZZZZ      VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-AREA                   PIC X(03)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-DATA-ENVIO             PIC ZZZZZZZZ   VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-DATA-RETORNO           PIC ZZZZZZZZ   VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-DIAS                   PIC ZZZZ       VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-REFERENCIA             PIC X(40)      VALUE SPACES.
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
      * CONTROLA A SEQUENCIA GERAL: CASAMENTO DO RETORNO DA AUTORIDADE
      * COM O CADASTRO E VARREDURA DAS SOLICITACOES SEM RESPOSTA.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
      *
           PERFORM 2000-APLICAR-RETORNO
               THRU 2000-APLICAR-RETORNO-EXIT
               UNTIL FIM-ARQUIVO-CR
      *
           IF NOT ERRO-ABERTURA-FATAL
               PERFORM 3000-VARRER-SOLICITACOES
                   THRU 3000-VARRER-SOLICITACOES-EXIT
           END-IF
      *
           PERFORM 8000-ENCERRAMENTO THRU 8000-ENCERRAMENTO-EXIT
      *
           GOBACK.
      *----------------------------------------------------------------*
      * 1000-INICIALIZAR
      * ABRE OS ARQUIVOS, VERIFICA AS ABERTURAS, LE O CARTAO DE
      * CONTROLE, GRAVA O CABECALHO DO RELATORIO E LE O PRIMEIRO
      * REGISTRO DO RETORNO. O KBCERT JA DEVE EXISTIR: E CRIADO NA
      * PRIMEIRA NOITE PELO PROGCOB22, E SEM ELE NAO HA SOLICITACAO
      * A ACOMPANHAR.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           OPEN INPUT  AC-ARQUIVO-RETORNO
           OPEN I-O    AC-CADASTRO-CERTIFICADOS
           OPEN OUTPUT AC-ARQUIVO-RELATORIO
      *
           IF NOT WS-RETORNO-OK
               DISPLAY 'ERRO FATAL - KBCARET NAO ABRIU. STATUS='
                       WS-STATUS-RETORNO
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO-CR TO TRUE
           END-IF
      *
           IF NOT WS-CERTIFICADOS-OK
               DISPLAY 'ERRO FATAL - KBCERT NAO ABRIU. STATUS='
                       WS-STATUS-CERTIFICADOS
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO-CR TO TRUE
           END-IF
      *
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'AVISO - KBCFRPT NAO ABRIU. STATUS='
                       WS-STATUS-RELATORIO
           END-IF
      *
           IF NOT ERRO-ABERTURA-FATAL
               PERFORM 1100-LER-CARTAO-CONTROLE
                   THRU 1100-LER-CARTAO-CONTROLE-EXIT
               MOVE WS-DATA-EXECUCAO TO WS-DATA-CALCULO
               PERFORM 7000-CALCULAR-DIA-CORRIDO
                   THRU 7000-CALCULAR-DIA-CORRIDO-EXIT
               MOVE WS-DIA-CORRIDO TO WS-DIA-EXECUCAO
               PERFORM 1200-GRAVAR-CABECALHO
                   THRU 1200-GRAVAR-CABECALHO-EXIT
               PERFORM 2900-LER-PROXIMO-RETORNO
                   THRU 2900-LER-PROXIMO-RETORNO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1100-LER-CARTAO-CONTROLE
      * LE O CARTAO SYSIN COM A DATA DE REFERENCIA E O PRAZO EM DIAS
      * PARA A RESPOSTA DA AUTORIDADE. DATA AUSENTE ASSUME O
      * RELOGIO; PRAZO AUSENTE OU NAO NUMERICO ASSUME O PADRAO.
      *----------------------------------------------------------------*
       1100-LER-CARTAO-CONTROLE.
           OPEN INPUT AC-CARTAO-CONTROLE
           IF WS-STATUS-SYSIN = '00'
               READ AC-CARTAO-CONTROLE
                   AT END
                       MOVE SPACES TO AC-REGISTRO-CONTROLE
               END-READ
               CLOSE AC-CARTAO-CONTROLE
           ELSE
               MOVE SPACES TO AC-REGISTRO-CONTROLE
           END-IF
      *
           IF CTL-DATA-EXECUCAO IS NUMERIC
               MOVE CTL-DATA-EXECUCAO TO WS-DATA-EXECUCAO
           ELSE
               DISPLAY 'AVISO - DATA DE EXECUCAO AUSENTE OU INVALIDA '
                       '- ASSUMIDA A DATA DO RELOGIO'
               ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           END-IF
      *
           IF CTL-DIAS-PRAZO IS NUMERIC
               MOVE CTL-DIAS-PRAZO TO WS-DIAS-PRAZO
           ELSE
               DISPLAY 'AVISO - PRAZO AUSENTE OU INVALIDO '
                       '- ASSUMIDO O PRAZO PADRAO DE '
                       WS-PRAZO-PADRAO ' DIAS'
               MOVE WS-PRAZO-PADRAO TO WS-DIAS-PRAZO
           END-IF.
       1100-LER-CARTAO-CONTROLE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1200-GRAVAR-CABECALHO
      * GRAVA O CABECALHO DO RELATORIO: TITULO, DATA DE REFERENCIA,
      * PRAZO DE RESPOSTA E A LINHA DE TITULOS DAS COLUNAS.
      *----------------------------------------------------------------*
       1200-GRAVAR-CABECALHO.
           WRITE AC-LINHA-RELATORIO FROM WS-LINHA-CABECALHO
      *
           MOVE 'DATA DE REFERENCIA' TO WS-LDA-ROTULO
           MOVE WS-DATA-EXECUCAO TO WS-LDA-DATA
           WRITE AC-LINHA-RELATORIO FROM WS-LINHA-DATA
      *
           MOVE 'PRAZO DE RESPOSTA DA AUTORIDADE (DIAS)'
               TO WS-LD-ROTULO
           MOVE WS-DIAS-PRAZO TO WS-LD-VALOR
           WRITE AC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           WRITE AC-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           WRITE AC-LINHA-RELATORIO FROM WS-LINHA-COLUNAS.
       1200-GRAVAR-CABECALHO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-APLICAR-RETORNO
      * APLICA UM REGISTRO DO RETORNO DA AUTORIDADE AO CADASTRO E
      * AVANCA PARA O PROXIMO. REGISTRO SEM ROTULO, COM SITUACAO
      * DIFERENTE DE E/R OU DATA NAO NUMERICA E INVALIDO. ROTULO SEM
      * SOLICITACAO NO CADASTRO, SOLICITACAO JA DECIDIDA (RETORNO
      * REPETIDO) E DECISAO ANTERIOR AO ULTIMO ENVIO (RESPOSTA A UMA
      * SOLICITACAO JA SUBSTITUIDA POR RENOVACAO) SAO APONTADOS E
      * NAO ALTERAM O CADASTRO.
      *----------------------------------------------------------------*
       2000-APLICAR-RETORNO.
           ADD 1 TO WS-QTDE-LIDOS
           MOVE SPACES TO WS-LINHA-OCORRENCIA
           MOVE CR-TEXTO-1 TO LO-TEXTO-1
           MOVE CR-TEXTO-2 TO LO-TEXTO-2
           MOVE CR-REFERENCIA TO LO-REFERENCIA
      *
           IF CR-CHAVE-ROTULO = SPACES
              OR (NOT CR-EMITIDO AND NOT CR-RECUSADO)
              OR CR-DATA-DECISAO IS NOT NUMERIC
               DISPLAY 'AVISO - REGISTRO INVALIDO NO RETORNO: '
                       CR-TEXTO-1 ' ' CR-TEXTO-2 ' ' CR-SITUACAO
               ADD 1 TO WS-QTDE-INVALIDOS
               MOVE 'RETORNO INVALIDO' TO LO-OCORRENCIA
               WRITE AC-LINHA-RELATORIO FROM WS-LINHA-OCORRENCIA
               GO TO 2000-APLICAR-RETORNO-LER
           END-IF
           MOVE CR-DATA-DECISAO TO LO-DATA-RETORNO
      *
           MOVE CR-CHAVE-ROTULO TO CE-CHAVE-ROTULO
           READ AC-CADASTRO-CERTIFICADOS
           EVALUATE TRUE
               WHEN WS-CERTIFICADOS-OK
                   CONTINUE
               WHEN WS-CERTIFICADOS-SEM-CHAVE
                   ADD 1 TO WS-QTDE-SEM-SOLICITACAO
                   MOVE 'RETORNO SEM SOLICIT.' TO LO-OCORRENCIA
                   WRITE AC-LINHA-RELATORIO FROM WS-LINHA-OCORRENCIA
                   GO TO 2000-APLICAR-RETORNO-LER
               WHEN OTHER
                   DISPLAY 'ERRO VSAM NA LEITURA DO KBCERT - ROTULO: '
                           CR-TEXTO-1 ' ' CR-TEXTO-2
                           ' STATUS=' WS-STATUS-CERTIFICADOS
                   ADD 1 TO WS-QTDE-ERROS-VSAM
                   GO TO 2000-APLICAR-RETORNO-LER
           END-EVALUATE
      *
           PERFORM 7100-PREENCHER-SOLICITACAO
               THRU 7100-PREENCHER-SOLICITACAO-EXIT
           MOVE CR-DATA-DECISAO TO LO-DATA-RETORNO
           MOVE CR-REFERENCIA TO LO-REFERENCIA
      *
           IF NOT CE-AGUARDANDO
               ADD 1 TO WS-QTDE-REPETIDOS
               MOVE 'RETORNO REPETIDO' TO LO-OCORRENCIA
               WRITE AC-LINHA-RELATORIO FROM WS-LINHA-OCORRENCIA
               GO TO 2000-APLICAR-RETORNO-LER
           END-IF
      *
           IF CR-DATA-DECISAO < CE-DATA-ENVIO
               ADD 1 TO WS-QTDE-ANTERIORES
               MOVE 'DECISAO ANTES DO ENVIO' TO LO-OCORRENCIA
               WRITE AC-LINHA-RELATORIO FROM WS-LINHA-OCORRENCIA
               GO TO 2000-APLICAR-RETORNO-LER
           END-IF
      *
           PERFORM 2100-BAIXAR-SOLICITACAO
               THRU 2100-BAIXAR-SOLICITACAO-EXIT.
       2000-APLICAR-RETORNO-LER.
           PERFORM 2900-LER-PROXIMO-RETORNO
               THRU 2900-LER-PROXIMO-RETORNO-EXIT.
       2000-APLICAR-RETORNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2100-BAIXAR-SOLICITACAO
      * REGRAVA A SOLICITACAO COM A DECISAO DA AUTORIDADE (EMITIDO OU
      * RECUSADO), A DATA DA DECISAO E A REFERENCIA (NUMERO DE SERIE
      * OU MOTIVO DA RECUSA), E LISTA O ROTULO NO RELATORIO.
      *----------------------------------------------------------------*
       2100-BAIXAR-SOLICITACAO.
           MOVE CR-SITUACAO     TO CE-SITUACAO
           MOVE CR-DATA-DECISAO TO CE-DATA-RETORNO
           MOVE CR-REFERENCIA   TO CE-REFERENCIA
           REWRITE CE-REGISTRO-CERTIFICADO
           IF NOT WS-CERTIFICADOS-OK
               DISPLAY 'ERRO VSAM NA BAIXA DA SOLICITACAO - ROTULO: '
                       CR-TEXTO-1 ' ' CR-TEXTO-2
                       ' STATUS=' WS-STATUS-CERTIFICADOS
               ADD 1 TO WS-QTDE-ERROS-VSAM
               GO TO 2100-BAIXAR-SOLICITACAO-EXIT
           END-IF
      *
           IF CE-EMITIDO
               ADD 1 TO WS-QTDE-EMITIDOS
               MOVE 'CERTIFICADO EMITIDO' TO LO-OCORRENCIA
           ELSE
               ADD 1 TO WS-QTDE-RECUSADOS
               MOVE 'SOLICITACAO RECUSADA' TO LO-OCORRENCIA
           END-IF
           WRITE AC-LINHA-RELATORIO FROM WS-LINHA-OCORRENCIA.
       2100-BAIXAR-SOLICITACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2900-LER-PROXIMO-RETORNO
      * LE O PROXIMO REGISTRO DO RETORNO DA AUTORIDADE, SINALIZANDO
      * FIM DE ARQUIVO QUANDO NAO HOUVER MAIS REGISTROS.
      *----------------------------------------------------------------*
       2900-LER-PROXIMO-RETORNO.
           READ AC-ARQUIVO-RETORNO
               AT END
                   SET FIM-ARQUIVO-CR TO TRUE
           END-READ.
       2900-LER-PROXIMO-RETORNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-VARRER-SOLICITACOES
      * PERCORRE O CADASTRO DE SOLICITACOES DO INICIO AO FIM, CONTANDO
      * AS JA DECIDIDAS E APONTANDO AS QUE AGUARDAM RESPOSTA HA MAIS
      * DIAS QUE O PRAZO.
      *----------------------------------------------------------------*
       3000-VARRER-SOLICITACOES.
           MOVE LOW-VALUES TO CE-CHAVE-ROTULO
           START AC-CADASTRO-CERTIFICADOS
               KEY NOT < CE-CHAVE-ROTULO
           END-START
           IF NOT WS-CERTIFICADOS-OK
               DISPLAY 'AVISO - VARREDURA DO KBCERT NAO PODE SER '
                       'FEITA. STATUS=' WS-STATUS-CERTIFICADOS
               GO TO 3000-VARRER-SOLICITACOES-EXIT
           END-IF
      *
           MOVE 'N' TO WS-FIM-VARREDURA
           PERFORM 3100-AVALIAR-SOLICITACAO
               THRU 3100-AVALIAR-SOLICITACAO-EXIT
               UNTIL FIM-VARREDURA.
       3000-VARRER-SOLICITACOES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3100-AVALIAR-SOLICITACAO
      * LE A PROXIMA SOLICITACAO DA VARREDURA. EMITIDAS E RECUSADAS
      * SAO SO CONTADAS; AS QUE AGUARDAM TEM A IDADE CALCULADA DESDE
      * O ENVIO E, NO PRAZO OU ALEM DELE, ENTRAM NO RELATORIO COMO
      * SEM RESPOSTA.
      *----------------------------------------------------------------*
       3100-AVALIAR-SOLICITACAO.
           READ AC-CADASTRO-CERTIFICADOS NEXT
               AT END
                   SET FIM-VARREDURA TO TRUE
                   GO TO 3100-AVALIAR-SOLICITACAO-EXIT
           END-READ
           IF NOT WS-CERTIFICADOS-OK
               DISPLAY 'ERRO VSAM NA VARREDURA DO KBCERT. STATUS='
                       WS-STATUS-CERTIFICADOS
               ADD 1 TO WS-QTDE-ERROS-VSAM
               SET FIM-VARREDURA TO TRUE
               GO TO 3100-AVALIAR-SOLICITACAO-EXIT
           END-IF
      *
           EVALUATE TRUE
               WHEN CE-EMITIDO
                   ADD 1 TO WS-QTDE-TOTAL-EMITIDOS
                   GO TO 3100-AVALIAR-SOLICITACAO-EXIT
               WHEN CE-RECUSADO
                   ADD 1 TO WS-QTDE-TOTAL-RECUSADOS
                   GO TO 3100-AVALIAR-SOLICITACAO-EXIT
           END-EVALUATE
           ADD 1 TO WS-QTDE-AGUARDANDO
      *
           MOVE CE-DATA-ENVIO TO WS-DATA-CALCULO
           PERFORM 7000-CALCULAR-DIA-CORRIDO
               THRU 7000-CALCULAR-DIA-CORRIDO-EXIT
           MOVE WS-DIA-CORRIDO TO WS-DIA-ENVIO
           COMPUTE WS-IDADE-DIAS = WS-DIA-EXECUCAO - WS-DIA-ENVIO
      *
           IF WS-IDADE-DIAS < WS-DIAS-PRAZO
               GO TO 3100-AVALIAR-SOLICITACAO-EXIT
           END-IF
      *
           ADD 1 TO WS-QTDE-SEM-RESPOSTA
           MOVE SPACES TO WS-LINHA-OCORRENCIA
           PERFORM 7100-PREENCHER-SOLICITACAO
               THRU 7100-PREENCHER-SOLICITACAO-EXIT
           MOVE 'SEM RESPOSTA NO PRAZO' TO LO-OCORRENCIA
           MOVE WS-IDADE-DIAS TO LO-DIAS
           WRITE AC-LINHA-RELATORIO FROM WS-LINHA-OCORRENCIA.
       3100-AVALIAR-SOLICITACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7000-CALCULAR-DIA-CORRIDO
      * CONVERTE A DATA EM WS-DATA-CALCULO (AAAAMMDD) PARA O NUMERO
      * DE DIA CORRIDO (CONTAGEM JULIANA) EM WS-DIA-CORRIDO, POR
      * ARITMETICA INTEIRA. AS DIVISOES SAO FEITAS UMA A UMA, COM
      * DIVIDE, PARA O TRUNCAMENTO OCORRER EM CADA PASSO COMO O
      * ALGORITMO EXIGE.
      *----------------------------------------------------------------*
       7000-CALCULAR-DIA-CORRIDO.
           COMPUTE WS-JD-TEMP-1 = 14 - WS-DC-MES
           DIVIDE WS-JD-TEMP-1 BY 12 GIVING WS-JD-A
           COMPUTE WS-JD-ANO = WS-DC-ANO + 4800 - WS-JD-A
           COMPUTE WS-JD-MES = WS-DC-MES + 12 * WS-JD-A - 3
           COMPUTE WS-JD-TEMP-1 = 153 * WS-JD-MES + 2
           DIVIDE WS-JD-TEMP-1 BY 5 GIVING WS-JD-TEMP-1
           DIVIDE WS-JD-ANO BY 4   GIVING WS-JD-TEMP-2
           DIVIDE WS-JD-ANO BY 100 GIVING WS-JD-TEMP-3
           DIVIDE WS-JD-ANO BY 400 GIVING WS-JD-TEMP-4
           COMPUTE WS-DIA-CORRIDO =
               WS-DC-DIA + WS-JD-TEMP-1 + 365 * WS-JD-ANO
               + WS-JD-TEMP-2 - WS-JD-TEMP-3 + WS-JD-TEMP-4
               - 32045.
       7000-CALCULAR-DIA-CORRIDO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7100-PREENCHER-SOLICITACAO
      * PREENCHE NA LINHA DE OCORRENCIA OS DADOS DA SOLICITACAO LIDA
      * DO CADASTRO: ROTULO, TIPO, TAMANHO, AREA E DATAS DE ENVIO E
      * DE RETORNO. TIPO EM BRANCO E MOSTRADO COMO RSA.
      *----------------------------------------------------------------*
       7100-PREENCHER-SOLICITACAO.
           MOVE CE-TEXTO-1          TO LO-TEXTO-1
           MOVE CE-TEXTO-2          TO LO-TEXTO-2
           MOVE CE-TIPO-CHAVE       TO LO-TIPO
           IF CE-TIPO-CHAVE = SPACES
               MOVE 'RSA'           TO LO-TIPO
           END-IF
           MOVE CE-TAMANHO-CHAVE    TO LO-TAMANHO
           MOVE CE-AREA-SOLICITANTE TO LO-AREA
           MOVE CE-DATA-ENVIO       TO LO-DATA-ENVIO
           MOVE CE-DATA-RETORNO     TO LO-DATA-RETORNO
           MOVE CE-REFERENCIA       TO LO-REFERENCIA.
       7100-PREENCHER-SOLICITACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8000-ENCERRAMENTO
      * GRAVA OS TOTAIS NO RELATORIO, FECHA OS ARQUIVOS E EXIBE OS
      * TOTAIS. SOLICITACAO RECUSADA OU SEM RESPOSTA NO PRAZO E
      * RETORNO QUE NAO CASOU SAO SINALIZADOS COM RC=4 (A EQUIPE DE
      * PKI PRECISA AGIR); ERRO DE VSAM COM RC=8.
      *----------------------------------------------------------------*
       8000-ENCERRAMENTO.
           IF NOT ERRO-ABERTURA-FATAL
               PERFORM 8100-GRAVAR-TOTAIS
                   THRU 8100-GRAVAR-TOTAIS-EXIT
           END-IF
      *
           CLOSE AC-ARQUIVO-RETORNO
           CLOSE AC-CADASTRO-CERTIFICADOS
           CLOSE AC-ARQUIVO-RELATORIO
      *
           DISPLAY 'ACOMPANHAMENTO DE CERTIFICADOS - FIM'
           DISPLAY 'RETORNOS LIDOS ..........: ' WS-QTDE-LIDOS
           DISPLAY 'CERTIFICADOS EMITIDOS ...: ' WS-QTDE-EMITIDOS
           DISPLAY 'SOLICITACOES RECUSADAS ..: ' WS-QTDE-RECUSADOS
           DISPLAY 'RETORNOS SEM SOLICITACAO : ' WS-QTDE-SEM-SOLICITACAO
           DISPLAY 'RETORNOS REPETIDOS ......: ' WS-QTDE-REPETIDOS
           DISPLAY 'DECISOES ANTES DO ENVIO .: ' WS-QTDE-ANTERIORES
           DISPLAY 'RETORNOS INVALIDOS ......: ' WS-QTDE-INVALIDOS
           DISPLAY 'AGUARDANDO RESPOSTA .....: ' WS-QTDE-AGUARDANDO
           DISPLAY 'SEM RESPOSTA NO PRAZO ...: ' WS-QTDE-SEM-RESPOSTA
           DISPLAY 'ERROS DE VSAM ...........: ' WS-QTDE-ERROS-VSAM
      *
           IF WS-QTDE-SEM-RESPOSTA > ZERO
               DISPLAY 'SOLICITACOES DE CERTIFICADO SEM RESPOSTA HA '
                       WS-DIAS-PRAZO ' DIAS OU MAIS: '
                       WS-QTDE-SEM-RESPOSTA ' - COBRAR A AUTORIDADE '
                       'CERTIFICADORA'
                   UPON CONSOLE
           END-IF
      *
           IF (WS-QTDE-RECUSADOS > ZERO
               OR WS-QTDE-SEM-RESPOSTA > ZERO
               OR WS-QTDE-SEM-SOLICITACAO > ZERO
               OR WS-QTDE-REPETIDOS > ZERO
               OR WS-QTDE-ANTERIORES > ZERO
               OR WS-QTDE-INVALIDOS > ZERO)
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
      * GRAVA OS TOTAIS DO RETORNO E DA VARREDURA NO RELATORIO.
      *----------------------------------------------------------------*
       8100-GRAVAR-TOTAIS.
           WRITE AC-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           MOVE 'TOTAIS DO RETORNO DA AUTORIDADE' TO WS-LS-TITULO
           WRITE AC-LINHA-RELATORIO FROM WS-LINHA-SECAO
      *
           MOVE 'REGISTROS DE RETORNO LIDOS' TO WS-LD-ROTULO
           MOVE WS-QTDE-LIDOS TO WS-LD-VALOR
           WRITE AC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'CERTIFICADOS EMITIDOS' TO WS-LD-ROTULO
           MOVE WS-QTDE-EMITIDOS TO WS-LD-VALOR
           WRITE AC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'SOLICITACOES RECUSADAS' TO WS-LD-ROTULO
           MOVE WS-QTDE-RECUSADOS TO WS-LD-VALOR
           WRITE AC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'RETORNOS SEM SOLICITACAO NO KBCERT' TO WS-LD-ROTULO
           MOVE WS-QTDE-SEM-SOLICITACAO TO WS-LD-VALOR
           WRITE AC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'RETORNOS REPETIDOS' TO WS-LD-ROTULO
           MOVE WS-QTDE-REPETIDOS TO WS-LD-VALOR
           WRITE AC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'DECISOES ANTERIORES AO ULTIMO ENVIO' TO WS-LD-ROTULO
           MOVE WS-QTDE-ANTERIORES TO WS-LD-VALOR
           WRITE AC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'RETORNOS INVALIDOS' TO WS-LD-ROTULO
           MOVE WS-QTDE-INVALIDOS TO WS-LD-VALOR
           WRITE AC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           WRITE AC-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           MOVE 'SITUACAO DO CADASTRO DE SOLICITACOES' TO WS-LS-TITULO
           WRITE AC-LINHA-RELATORIO FROM WS-LINHA-SECAO
      *
           MOVE 'COM CERTIFICADO EMITIDO' TO WS-LD-ROTULO
           MOVE WS-QTDE-TOTAL-EMITIDOS TO WS-LD-VALOR
           WRITE AC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'RECUSADAS (AGUARDAM NOVO PEDIDO)' TO WS-LD-ROTULO
           MOVE WS-QTDE-TOTAL-RECUSADOS TO WS-LD-VALOR
           WRITE AC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'AGUARDANDO RESPOSTA' TO WS-LD-ROTULO
           MOVE WS-QTDE-AGUARDANDO TO WS-LD-VALOR
           WRITE AC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE '  DAS QUAIS SEM RESPOSTA NO PRAZO' TO WS-LD-ROTULO
           MOVE WS-QTDE-SEM-RESPOSTA TO WS-LD-VALOR
           WRITE AC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ERROS DE VSAM' TO WS-LD-ROTULO
           MOVE WS-QTDE-ERROS-VSAM TO WS-LD-VALOR
           WRITE AC-LINHA-RELATORIO FROM WS-LINHA-DETALHE.
       8100-GRAVAR-TOTAIS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM PROGCOB23.
