      ******************************************************************
      * Author: ALEX MENDES
      * Date: 15-10-2026
      * Purpose: LIBERACAO DO MOVIMENTO AGENDADO. O PORTAL DE ENTRADA
      *          (PROGCOB05) ESTACIONA NO ARMAZEM KBAGEND (COPY
      *          KBAGDREC) TODO PEDIDO ACEITO COM DATA EFETIVA
      *          POSTERIOR A DATA DE EXECUCAO, E A AREA PODE CANCELAR
      *          O AGENDAMENTO NA PROPRIA REMESSA. ESTE PROGRAMA,
      *          EXECUTADO LOGO DEPOIS DO PORTAL E ANTES DA CONFERENCIA
      *          DE VOLUME (PROGCOB98) E DO LOTE NOTURNO, PERCORRE O
      *          ARMAZEM NA ORDEM DO CALENDARIO, ACRESCENTA AO KBINPUT
      *          DA NOITE OS PEDIDOS PENDENTES QUE VENCERAM E OS MARCA
      *          COMO LIBERADOS, E LISTA NO RELATORIO KBAGRPT O QUE FOI
      *          LIBERADO OU CANCELADO NA DATA E O QUE ESTA AGENDADO
      *          PARA OS PROXIMOS DIAS (HORIZONTE DO CARTAO, PADRAO DE
      *          30). LIBERADOS E CANCELADOS MAIS ANTIGOS QUE O PRAZO DE
      *          RETENCAO SAO EXPURGADOS DO ARMAZEM. UMA DESATIVACAO
      *          DEIXA DE DEPENDER DE A AREA LEMBRAR DE ENVIA-LA NO DIA
      *          CERTO.
      *
      *          CARTAO SYSIN:
      *            DATA DE EXECUCAO (8) + HORIZONTE DO RELATORIO EM
      *            DIAS (3, PADRAO 030) + RETENCAO EM DIAS DOS
      *            LIBERADOS E CANCELADOS (3, PADRAO 090, ZERO NAO
      *            EXPURGA)
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 15-10-2026 AM    VERSAO INICIAL - LIBERACAO DOS PEDIDOS
      *                  AGENDADOS VENCIDOS PARA O KBINPUT, RELATORIO
      *                  DO CALENDARIO DE AGENDAMENTOS E EXPURGO
      *                  (JCL PROGCB05, STEP020).
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       PROGRAM-ID. PROGCOB06.
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
           SELECT LB-ARQUIVO-AGENDA ASSIGN TO "KBAGEND"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AG-CHAVE-AGENDA
               FILE STATUS IS WS-STATUS-AGENDA.
      *
           SELECT LB-ARQUIVO-MOVIMENTO ASSIGN TO "KBINPUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVIMENTO.
      *
           SELECT LB-ARQUIVO-RELATORIO ASSIGN TO "KBAGRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
      *
           SELECT LB-CARTAO-CONTROLE ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SYSIN.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*
       FD  LB-ARQUIVO-AGENDA.
           COPY KBAGDREC.
      *
       FD  LB-ARQUIVO-MOVIMENTO.
       01  LB-REGISTRO-MOVIMENTO         PIC X(62).
      *
       FD  LB-ARQUIVO-RELATORIO.
       01  LB-LINHA-RELATORIO            PIC X(132).
      *
       FD  LB-CARTAO-CONTROLE.
       01  LB-REGISTRO-CONTROLE.
           05  CTL-DATA-EXECUCAO         PIC X(08).
           05  CTL-DIAS-HORIZONTE        PIC 9(03).
           05  CTL-DIAS-RETENCAO         PIC 9(03).
           05  FILLER                    PIC X(66).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    CHAVES E INDICADORES DE STATUS DE ARQUIVO
      *----------------------------------------------------------------*
       01  WS-STATUS-AGENDA              PIC X(02)      VALUE SPACES.
           88  WS-AGENDA-OK              VALUE '00'.
           88  WS-AGENDA-SEM-CHAVE       VALUE '23'.
           88  WS-AGENDA-NAO-EXISTE      VALUE '35'.
       01  WS-STATUS-MOVIMENTO           PIC X(02)      VALUE SPACES.
           88  WS-MOVIMENTO-OK           VALUE '00'.
       01  WS-STATUS-RELATORIO           PIC X(02)      VALUE SPACES.
       01  WS-STATUS-SYSIN               PIC X(02)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    SWITCHES DE CONTROLE DO PROCESSAMENTO
      *----------------------------------------------------------------*
       01  WS-SWITCHES-LOTE.
           05  WS-FIM-VARREDURA          PIC X(01)      VALUE 'N'.
               88  FIM-VARREDURA         VALUE 'S'.
           05  WS-ERRO-ABERTURA          PIC X(01)      VALUE 'N'.
               88  ERRO-ABERTURA-FATAL   VALUE 'S'.
      *----------------------------------------------------------------*
      *    CONTADORES DA VARREDURA DO ARMAZEM
      *----------------------------------------------------------------*
       01  WS-CONTADORES-LOTE.
           05  WS-QTDE-LIDOS             PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-LIBERADOS         PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-LIBERADOS-ATRASO  PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-RELIBERADOS       PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-CANCELADOS        PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-NO-HORIZONTE      PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ALEM-HORIZONTE    PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-EXPURGADOS        PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ERROS-MOVIMENTO   PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ERROS-VSAM        PIC 9(09) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *    HORIZONTE DO RELATORIO E RETENCAO DOS BAIXADOS. SEM CARTAO
      *    VALIDO, VALEM OS PADROES.
      *----------------------------------------------------------------*
       77  WS-HORIZONTE-PADRAO           PIC 9(03)      VALUE 30.
       77  WS-RETENCAO-PADRAO            PIC 9(03)      VALUE 90.
       01  WS-DIAS-HORIZONTE             PIC 9(03)      VALUE ZEROS.
       01  WS-DIAS-RETENCAO              PIC 9(03)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    DATA DE EXECUCAO E AREA DE CALCULO DE DIAS (CONTAGEM
      *    JULIANA POR ARITMETICA INTEIRA, MESMO CALCULO DO GERADOR
      *    DE ROTACAO).
      *----------------------------------------------------------------*
       01  WS-DATA-EXECUCAO              PIC 9(08)      VALUE ZEROS.
       01  WS-DATA-CALCULO               PIC 9(08)      VALUE ZEROS.
       01  WS-DATA-CALCULO-R REDEFINES WS-DATA-CALCULO.
           05  WS-DC-ANO                 PIC 9(04).
           05  WS-DC-MES                 PIC 9(02).
           05  WS-DC-DIA                 PIC 9(02).
       01  WS-DIA-EXECUCAO               PIC 9(09) COMP VALUE ZERO.
       01  WS-DIA-CORRIDO                PIC 9(09) COMP VALUE ZERO.
       01  WS-DIAS-DIFERENCA             PIC S9(09) COMP VALUE ZERO.
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
               'LIBERACAO E CALENDARIO DO MOVIMENTO AGENDADO'.
           05  FILLER PIC X(12) VALUE ' (KBAGEND)'.
           05  FILLER                    PIC X(76)      VALUE SPACES.
       01  WS-LINHA-COLUNAS.
           05  FILLER PIC X(44) VALUE
               'OCORRENCIA             EFETIVA  DIAS ARE ROT'.
           05  FILLER PIC X(44) VALUE
               'ULO (TEXTO-1 / TEXTO-2)      T TIP   TAM SOL'.
           05  FILLER PIC X(44) VALUE
               'ICIT. APROVAD. AGENDADO'.
       01  WS-LINHA-OCORRENCIA.
           05  LO-OCORRENCIA             PIC X(22)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-DATA-EFETIVA           PIC 9(08)      VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-DIAS                   PIC ---9       VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-AREA                   PIC X(03)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-TEXTO-1                PIC X(15)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-TEXTO-2                PIC X(15)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-TRANSACAO              PIC X(01)      VALUE SPACE.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-TIPO                   PIC X(03)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-TAMANHO                PIC ZZZZZ      VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-SOLICITANTE            PIC X(08)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-APROVADOR              PIC X(08)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LO-DATA-AGENDAMENTO       PIC 9(08)      VALUE ZERO.
           05  FILLER                    PIC X(21)      VALUE SPACES.
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
      * CONTROLA A SEQUENCIA GERAL: ABERTURA E CARTAO DE CONTROLE,
      * VARREDURA DO ARMAZEM (LIBERACAO, CALENDARIO E EXPURGO) E
      * ENCERRAMENTO COM OS TOTAIS.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
      *
           IF NOT ERRO-ABERTURA-FATAL
               PERFORM 2000-VARRER-ARMAZEM
                   THRU 2000-VARRER-ARMAZEM-EXIT
           END-IF
      *
           PERFORM 8000-ENCERRAMENTO THRU 8000-ENCERRAMENTO-EXIT
      *
           GOBACK.
      *----------------------------------------------------------------*
      * 1000-INICIALIZAR
      * ABRE OS ARQUIVOS, VERIFICA AS ABERTURAS, LE O CARTAO DE
      * CONTROLE E GRAVA O CABECALHO DO RELATORIO. O KBINPUT E
      * ABERTO EM EXTEND: O PORTAL JA GRAVOU NELE O MOVIMENTO DA
      * NOITE, E OS LIBERADOS SAO ACRESCENTADOS NO FINAL. ARMAZEM
      * RECEM-DEFINIDO E AINDA SEM CARGA E INICIALIZADO NA PRIMEIRA
      * ABERTURA, COMO NO PORTAL.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           OPEN I-O    LB-ARQUIVO-AGENDA
           IF WS-AGENDA-NAO-EXISTE
               DISPLAY 'AVISO - KBAGEND AINDA SEM CARGA - '
                       'INICIALIZANDO O CLUSTER'
               OPEN OUTPUT LB-ARQUIVO-AGENDA
               CLOSE LB-ARQUIVO-AGENDA
               OPEN I-O LB-ARQUIVO-AGENDA
           END-IF
           OPEN EXTEND LB-ARQUIVO-MOVIMENTO
           OPEN OUTPUT LB-ARQUIVO-RELATORIO
      *
           IF NOT WS-AGENDA-OK
               DISPLAY 'ERRO FATAL - KBAGEND NAO ABRIU. STATUS='
                       WS-STATUS-AGENDA
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
           END-IF
      *
           IF NOT WS-MOVIMENTO-OK
               DISPLAY 'ERRO FATAL - KBINPUT NAO ABRIU. STATUS='
                       WS-STATUS-MOVIMENTO
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
           END-IF
      *
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'AVISO - KBAGRPT NAO ABRIU. STATUS='
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
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1100-LER-CARTAO-CONTROLE
      * LE O CARTAO SYSIN COM A DATA DE EXECUCAO DA NOITE (A MESMA DO
      * PORTAL), O HORIZONTE DO RELATORIO E A RETENCAO DOS BAIXADOS.
      * DATA AUSENTE ASSUME O RELOGIO; HORIZONTE E RETENCAO AUSENTES
      * OU NAO NUMERICOS ASSUMEM OS PADROES.
      *----------------------------------------------------------------*
       1100-LER-CARTAO-CONTROLE.
           OPEN INPUT LB-CARTAO-CONTROLE
           IF WS-STATUS-SYSIN = '00'
               READ LB-CARTAO-CONTROLE
                   AT END
                       MOVE SPACES TO LB-REGISTRO-CONTROLE
               END-READ
               CLOSE LB-CARTAO-CONTROLE
           ELSE
               MOVE SPACES TO LB-REGISTRO-CONTROLE
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
           IF CTL-DIAS-HORIZONTE IS NUMERIC
               MOVE CTL-DIAS-HORIZONTE TO WS-DIAS-HORIZONTE
           ELSE
               DISPLAY 'AVISO - HORIZONTE AUSENTE OU INVALIDO '
                       '- ASSUMIDO O PADRAO DE '
                       WS-HORIZONTE-PADRAO ' DIAS'
               MOVE WS-HORIZONTE-PADRAO TO WS-DIAS-HORIZONTE
           END-IF
      *
           IF CTL-DIAS-RETENCAO IS NUMERIC
               MOVE CTL-DIAS-RETENCAO TO WS-DIAS-RETENCAO
           ELSE
               DISPLAY 'AVISO - RETENCAO AUSENTE OU INVALIDA '
                       '- ASSUMIDO O PADRAO DE '
                       WS-RETENCAO-PADRAO ' DIAS'
               MOVE WS-RETENCAO-PADRAO TO WS-DIAS-RETENCAO
           END-IF.
       1100-LER-CARTAO-CONTROLE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1200-GRAVAR-CABECALHO
      * GRAVA O CABECALHO DO RELATORIO: TITULO, DATA DE EXECUCAO,
      * HORIZONTE, RETENCAO E A LINHA DE TITULOS DAS COLUNAS.
      *----------------------------------------------------------------*
       1200-GRAVAR-CABECALHO.
           WRITE LB-LINHA-RELATORIO FROM WS-LINHA-CABECALHO
      *
           MOVE 'DATA DE EXECUCAO' TO WS-LDA-ROTULO
           MOVE WS-DATA-EXECUCAO TO WS-LDA-DATA
           WRITE LB-LINHA-RELATORIO FROM WS-LINHA-DATA
      *
           MOVE 'HORIZONTE DO CALENDARIO (DIAS)' TO WS-LD-ROTULO
           MOVE WS-DIAS-HORIZONTE TO WS-LD-VALOR
           WRITE LB-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'RETENCAO DOS BAIXADOS (DIAS, 0 = SEMPRE)'
               TO WS-LD-ROTULO
           MOVE WS-DIAS-RETENCAO TO WS-LD-VALOR
           WRITE LB-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           WRITE LB-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           WRITE LB-LINHA-RELATORIO FROM WS-LINHA-COLUNAS.
       1200-GRAVAR-CABECALHO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-VARRER-ARMAZEM
      * PERCORRE O ARMAZEM DO INICIO AO FIM. A CHAVE COMECA PELA DATA
      * EFETIVA, E O RELATORIO SAI NA ORDEM DO CALENDARIO. ARMAZEM
      * VAZIO NAO E ERRO: NAO HA O QUE LIBERAR.
      *----------------------------------------------------------------*
       2000-VARRER-ARMAZEM.
           MOVE LOW-VALUES TO AG-CHAVE-AGENDA
           START LB-ARQUIVO-AGENDA
               KEY NOT < AG-CHAVE-AGENDA
           END-START
           IF WS-AGENDA-SEM-CHAVE
               GO TO 2000-VARRER-ARMAZEM-EXIT
           END-IF
           IF NOT WS-AGENDA-OK
               DISPLAY 'ERRO VSAM NO POSICIONAMENTO DO KBAGEND. STATUS='
                       WS-STATUS-AGENDA
               ADD 1 TO WS-QTDE-ERROS-VSAM
               GO TO 2000-VARRER-ARMAZEM-EXIT
           END-IF
      *
           MOVE 'N' TO WS-FIM-VARREDURA
           PERFORM 2100-AVALIAR-AGENDAMENTO
               THRU 2100-AVALIAR-AGENDAMENTO-EXIT
               UNTIL FIM-VARREDURA.
       2000-VARRER-ARMAZEM-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2100-AVALIAR-AGENDAMENTO
      * LE O PROXIMO AGENDAMENTO E O DESPACHA CONFORME A SITUACAO:
      * - PENDENTE VENCIDO (DATA EFETIVA ATE A EXECUCAO): LIBERADO
      *   PARA O KBINPUT. DATA ANTERIOR A EXECUCAO SIGNIFICA NOITE
      *   SEM LIBERACAO, E O PEDIDO SAI COM ATRASO APONTADO;
      * - PENDENTE FUTURO: LISTADO SE DENTRO DO HORIZONTE, SENAO SO
      *   CONTADO;
      * - LIBERADO NESTA DATA: REEXECUCAO DO JOB A PARTIR DO PORTAL,
      *   QUE REMONTOU O KBINPUT; O PEDIDO E ACRESCENTADO DE NOVO;
      * - CANCELADO NESTA DATA: SO LISTADO;
      * - LIBERADO OU CANCELADO ALEM DA RETENCAO: EXPURGADO.
      *----------------------------------------------------------------*
       2100-AVALIAR-AGENDAMENTO.
           READ LB-ARQUIVO-AGENDA NEXT
               AT END
                   SET FIM-VARREDURA TO TRUE
                   GO TO 2100-AVALIAR-AGENDAMENTO-EXIT
           END-READ
           IF NOT WS-AGENDA-OK
               DISPLAY 'ERRO VSAM NA VARREDURA DO KBAGEND. STATUS='
                       WS-STATUS-AGENDA
               ADD 1 TO WS-QTDE-ERROS-VSAM
               SET FIM-VARREDURA TO TRUE
               GO TO 2100-AVALIAR-AGENDAMENTO-EXIT
           END-IF
           ADD 1 TO WS-QTDE-LIDOS
      *
           MOVE AG-DATA-EFETIVA TO WS-DATA-CALCULO
           PERFORM 7000-CALCULAR-DIA-CORRIDO
               THRU 7000-CALCULAR-DIA-CORRIDO-EXIT
           COMPUTE WS-DIAS-DIFERENCA = WS-DIA-CORRIDO - WS-DIA-EXECUCAO
      *
           EVALUATE TRUE
               WHEN AG-PENDENTE
                    AND AG-DATA-EFETIVA NOT > WS-DATA-EXECUCAO
                   PERFORM 2200-LIBERAR-PEDIDO
                       THRU 2200-LIBERAR-PEDIDO-EXIT
               WHEN AG-PENDENTE
                   PERFORM 2300-LISTAR-AGENDADO
                       THRU 2300-LISTAR-AGENDADO-EXIT
               WHEN AG-DATA-BAIXA = WS-DATA-EXECUCAO
                    AND AG-LIBERADO
                   PERFORM 2200-LIBERAR-PEDIDO
                       THRU 2200-LIBERAR-PEDIDO-EXIT
               WHEN AG-DATA-BAIXA = WS-DATA-EXECUCAO
                    AND AG-CANCELADO
                   ADD 1 TO WS-QTDE-CANCELADOS
                   MOVE 'CANCELADO PELA AREA' TO LO-OCORRENCIA
                   PERFORM 7100-LISTAR-AGENDAMENTO
                       THRU 7100-LISTAR-AGENDAMENTO-EXIT
               WHEN OTHER
                   PERFORM 2400-EXPURGAR-BAIXADO
                       THRU 2400-EXPURGAR-BAIXADO-EXIT
           END-EVALUATE.
       2100-AVALIAR-AGENDAMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2200-LIBERAR-PEDIDO
      * ACRESCENTA AO KBINPUT O PEDIDO DO AGENDAMENTO LIDO, JA NO
      * LAYOUT DO MOVIMENTO, E MARCA O PENDENTE COMO LIBERADO NA DATA
      * DE EXECUCAO. O KBINPUT E GRAVADO ANTES DA MARCA: FALHA NA
      * GRAVACAO DEIXA O PEDIDO PENDENTE PARA A NOITE SEGUINTE; FALHA
      * NA MARCA E AVISADA, POIS A NOITE SEGUINTE O LIBERARIA DE NOVO.
      *----------------------------------------------------------------*
       2200-LIBERAR-PEDIDO.
           MOVE AG-MOVIMENTO TO LB-REGISTRO-MOVIMENTO
           WRITE LB-REGISTRO-MOVIMENTO
           IF NOT WS-MOVIMENTO-OK
               DISPLAY 'ERRO NA GRAVACAO DO KBINPUT - ROTULO: '
                       AG-TEXTO-1 ' ' AG-TEXTO-2
                       ' STATUS=' WS-STATUS-MOVIMENTO
               ADD 1 TO WS-QTDE-ERROS-MOVIMENTO
               MOVE 'ERRO NA LIBERACAO' TO LO-OCORRENCIA
               PERFORM 7100-LISTAR-AGENDAMENTO
                   THRU 7100-LISTAR-AGENDAMENTO-EXIT
               GO TO 2200-LIBERAR-PEDIDO-EXIT
           END-IF
      *
           IF AG-LIBERADO
               ADD 1 TO WS-QTDE-RELIBERADOS
               MOVE 'LIBERADO (REEXECUCAO)' TO LO-OCORRENCIA
               PERFORM 7100-LISTAR-AGENDAMENTO
                   THRU 7100-LISTAR-AGENDAMENTO-EXIT
               GO TO 2200-LIBERAR-PEDIDO-EXIT
           END-IF
      *
           IF AG-DATA-EFETIVA < WS-DATA-EXECUCAO
               ADD 1 TO WS-QTDE-LIBERADOS-ATRASO
               MOVE 'LIBERADO COM ATRASO' TO LO-OCORRENCIA
           ELSE
               MOVE 'LIBERADO' TO LO-OCORRENCIA
           END-IF
           ADD 1 TO WS-QTDE-LIBERADOS
      *
           MOVE 'L' TO AG-SITUACAO
           MOVE WS-DATA-EXECUCAO TO AG-DATA-BAIXA
           REWRITE AG-REGISTRO-AGENDA
           IF NOT WS-AGENDA-OK
               DISPLAY 'ERRO VSAM NA MARCA DE LIBERADO DO KBAGEND - '
                       'ROTULO: ' AG-TEXTO-1 ' ' AG-TEXTO-2
                       ' STATUS=' WS-STATUS-AGENDA
               DISPLAY 'PEDIDO JA ACRESCENTADO AO KBINPUT E AINDA '
                       'PENDENTE NO ARMAZEM - CONFERIR ANTES DA '
                       'PROXIMA NOITE'
               ADD 1 TO WS-QTDE-ERROS-VSAM
           END-IF
           PERFORM 7100-LISTAR-AGENDAMENTO
               THRU 7100-LISTAR-AGENDAMENTO-EXIT.
       2200-LIBERAR-PEDIDO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2300-LISTAR-AGENDADO
      * LISTA O PENDENTE FUTURO QUE VENCE DENTRO DO HORIZONTE, COM OS
      * DIAS QUE FALTAM; OS DEMAIS SO SAO CONTADOS.
      *----------------------------------------------------------------*
       2300-LISTAR-AGENDADO.
           IF WS-DIAS-DIFERENCA > WS-DIAS-HORIZONTE
               ADD 1 TO WS-QTDE-ALEM-HORIZONTE
               GO TO 2300-LISTAR-AGENDADO-EXIT
           END-IF
      *
           ADD 1 TO WS-QTDE-NO-HORIZONTE
           MOVE 'AGENDADO' TO LO-OCORRENCIA
           PERFORM 7100-LISTAR-AGENDAMENTO
               THRU 7100-LISTAR-AGENDAMENTO-EXIT.
       2300-LISTAR-AGENDADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2400-EXPURGAR-BAIXADO
      * EXCLUI DO ARMAZEM O LIBERADO OU CANCELADO EM NOITE ANTERIOR
      * QUANDO A BAIXA TEM MAIS DIAS QUE A RETENCAO. RETENCAO ZERO
      * MANTEM TUDO.
      *----------------------------------------------------------------*
       2400-EXPURGAR-BAIXADO.
           IF WS-DIAS-RETENCAO = ZERO
               GO TO 2400-EXPURGAR-BAIXADO-EXIT
           END-IF
      *
           MOVE AG-DATA-BAIXA TO WS-DATA-CALCULO
           PERFORM 7000-CALCULAR-DIA-CORRIDO
               THRU 7000-CALCULAR-DIA-CORRIDO-EXIT
           COMPUTE WS-DIAS-DIFERENCA = WS-DIA-EXECUCAO - WS-DIA-CORRIDO
           IF WS-DIAS-DIFERENCA NOT > WS-DIAS-RETENCAO
               GO TO 2400-EXPURGAR-BAIXADO-EXIT
           END-IF
      *
           DELETE LB-ARQUIVO-AGENDA RECORD
           IF WS-AGENDA-OK
               ADD 1 TO WS-QTDE-EXPURGADOS
           ELSE
               DISPLAY 'ERRO VSAM NO EXPURGO DO KBAGEND - ROTULO: '
                       AG-TEXTO-1 ' ' AG-TEXTO-2
                       ' STATUS=' WS-STATUS-AGENDA
               ADD 1 TO WS-QTDE-ERROS-VSAM
           END-IF.
       2400-EXPURGAR-BAIXADO-EXIT.
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
      * 7100-LISTAR-AGENDAMENTO
      * IMPRIME A LINHA DO AGENDAMENTO LIDO COM A OCORRENCIA JA
      * INFORMADA EM LO-OCORRENCIA: DATA EFETIVA, DIAS ATE ELA
      * (NEGATIVO NO ATRASO), AREA, ROTULO, TRANSACAO, TIPO,
      * TAMANHO, USUARIOS E DATA DO AGENDAMENTO. TIPO EM BRANCO E
      * MOSTRADO COMO RSA.
      *----------------------------------------------------------------*
       7100-LISTAR-AGENDAMENTO.
           MOVE AG-DATA-EFETIVA     TO LO-DATA-EFETIVA
           MOVE WS-DIAS-DIFERENCA   TO LO-DIAS
           MOVE AG-AREA             TO LO-AREA
           MOVE AG-TEXTO-1          TO LO-TEXTO-1
           MOVE AG-TEXTO-2          TO LO-TEXTO-2
           MOVE AG-MV-COD-TRANSACAO TO LO-TRANSACAO
           MOVE AG-MV-TIPO-CHAVE    TO LO-TIPO
           IF AG-MV-TIPO-CHAVE = SPACES
               MOVE 'RSA'           TO LO-TIPO
           END-IF
           IF AG-MV-TAMANHO-CHAVE IS NUMERIC
               MOVE AG-MV-TAMANHO-CHAVE TO LO-TAMANHO
           ELSE
               MOVE ZERO TO LO-TAMANHO
           END-IF
           MOVE AG-MV-SOLICITANTE   TO LO-SOLICITANTE
           MOVE AG-MV-APROVADOR     TO LO-APROVADOR
           MOVE AG-DATA-AGENDAMENTO TO LO-DATA-AGENDAMENTO
           WRITE LB-LINHA-RELATORIO FROM WS-LINHA-OCORRENCIA.
       7100-LISTAR-AGENDAMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8000-ENCERRAMENTO
      * GRAVA OS TOTAIS NO RELATORIO, FECHA OS ARQUIVOS E EXIBE OS
      * TOTAIS. PEDIDO LIBERADO COM ATRASO (NOITE SEM LIBERACAO) E
      * SINALIZADO COM RC=4 E AVISO AO OPERADOR; ERRO DE VSAM OU NA
      * GRAVACAO DO KBINPUT COM RC=8.
      *----------------------------------------------------------------*
       8000-ENCERRAMENTO.
           IF NOT ERRO-ABERTURA-FATAL
               PERFORM 8100-GRAVAR-TOTAIS
                   THRU 8100-GRAVAR-TOTAIS-EXIT
           END-IF
      *
           CLOSE LB-ARQUIVO-AGENDA
           CLOSE LB-ARQUIVO-MOVIMENTO
           CLOSE LB-ARQUIVO-RELATORIO
      *
           DISPLAY 'LIBERACAO DO MOVIMENTO AGENDADO - FIM'
           DISPLAY 'AGENDAMENTOS LIDOS ......: ' WS-QTDE-LIDOS
           DISPLAY 'LIBERADOS PARA O KBINPUT : ' WS-QTDE-LIBERADOS
           DISPLAY '  DOS QUAIS COM ATRASO ..: '
               WS-QTDE-LIBERADOS-ATRASO
           DISPLAY 'LIBERADOS NA REEXECUCAO .: ' WS-QTDE-RELIBERADOS
           DISPLAY 'CANCELADOS NESTA DATA ...: ' WS-QTDE-CANCELADOS
           DISPLAY 'AGENDADOS NO HORIZONTE ..: ' WS-QTDE-NO-HORIZONTE
           DISPLAY 'AGENDADOS ALEM DELE .....: '
               WS-QTDE-ALEM-HORIZONTE
           DISPLAY 'BAIXADOS EXPURGADOS .....: ' WS-QTDE-EXPURGADOS
           DISPLAY 'ERROS NA GRAVACAO KBINPUT: '
               WS-QTDE-ERROS-MOVIMENTO
           DISPLAY 'ERROS DE VSAM ...........: ' WS-QTDE-ERROS-VSAM
      *
           IF WS-QTDE-LIBERADOS-ATRASO > ZERO
               DISPLAY 'LIBERACAO DO MOVIMENTO AGENDADO - '
                       WS-QTDE-LIBERADOS-ATRASO ' PEDIDOS LIBERADOS '
                       'DEPOIS DA DATA EFETIVA - CONFERIR AS NOITES '
                       'SEM LIBERACAO'
                   UPON CONSOLE
           END-IF
      *
           IF WS-QTDE-LIBERADOS-ATRASO > ZERO
              AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
      *
           IF (WS-QTDE-ERROS-VSAM > ZERO
               OR WS-QTDE-ERROS-MOVIMENTO > ZERO)
              AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-ENCERRAMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8100-GRAVAR-TOTAIS
      * GRAVA OS TOTAIS DA LIBERACAO E DO CALENDARIO NO RELATORIO.
      *----------------------------------------------------------------*
       8100-GRAVAR-TOTAIS.
           WRITE LB-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           MOVE 'TOTAIS DA LIBERACAO' TO WS-LS-TITULO
           WRITE LB-LINHA-RELATORIO FROM WS-LINHA-SECAO
      *
           MOVE 'AGENDAMENTOS LIDOS NO KBAGEND' TO WS-LD-ROTULO
           MOVE WS-QTDE-LIDOS TO WS-LD-VALOR
           WRITE LB-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'LIBERADOS PARA O KBINPUT' TO WS-LD-ROTULO
           MOVE WS-QTDE-LIBERADOS TO WS-LD-VALOR
           WRITE LB-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE '  DOS QUAIS DEPOIS DA DATA EFETIVA' TO WS-LD-ROTULO
           MOVE WS-QTDE-LIBERADOS-ATRASO TO WS-LD-VALOR
           WRITE LB-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'LIBERADOS DE NOVO NA REEXECUCAO' TO WS-LD-ROTULO
           MOVE WS-QTDE-RELIBERADOS TO WS-LD-VALOR
           WRITE LB-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'CANCELADOS PELA AREA NESTA DATA' TO WS-LD-ROTULO
           MOVE WS-QTDE-CANCELADOS TO WS-LD-VALOR
           WRITE LB-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ERROS NA GRAVACAO DO KBINPUT' TO WS-LD-ROTULO
           MOVE WS-QTDE-ERROS-MOVIMENTO TO WS-LD-VALOR
           WRITE LB-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           WRITE LB-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           MOVE 'SITUACAO DO ARMAZEM DE AGENDAMENTO' TO WS-LS-TITULO
           WRITE LB-LINHA-RELATORIO FROM WS-LINHA-SECAO
      *
           MOVE 'AGENDADOS DENTRO DO HORIZONTE' TO WS-LD-ROTULO
           MOVE WS-QTDE-NO-HORIZONTE TO WS-LD-VALOR
           WRITE LB-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'AGENDADOS ALEM DO HORIZONTE' TO WS-LD-ROTULO
           MOVE WS-QTDE-ALEM-HORIZONTE TO WS-LD-VALOR
           WRITE LB-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'BAIXADOS EXPURGADOS (ALEM DA RETENCAO)'
               TO WS-LD-ROTULO
           MOVE WS-QTDE-EXPURGADOS TO WS-LD-VALOR
           WRITE LB-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ERROS DE VSAM' TO WS-LD-ROTULO
           MOVE WS-QTDE-ERROS-VSAM TO WS-LD-VALOR
           WRITE LB-LINHA-RELATORIO FROM WS-LINHA-DETALHE.
       8100-GRAVAR-TOTAIS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM PROGCOB06.
