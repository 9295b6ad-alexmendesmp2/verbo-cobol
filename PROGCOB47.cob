      ******************************************************************
      * Author: ALEX MENDES
      * Date: 15-10-2026
      * Purpose: GERENTE DO HISTORICO DE VERSOES DE CHAVE (SUBPROGRAMA
      *          CHAMADO VIA COPY KBVERCOM). O PROGCOB30 E O PROGCOB35
      *          REGRAVAM IV-TOKEN-DA-CHAVE NO PROPRIO REGISTRO DO
      *          INVENTARIO, E DEPOIS DE UMA RENOVACAO O TOKEN ANTERIOR
      *          SO EXISTIA NUMA GERACAO ANTIGA DE KBTOKEN/KBKEYOUT,
      *          PROCURADA A MAO QUANDO UMA APLICACAO PRECISAVA DECIFRAR
      *          DADOS PROTEGIDOS PELA CHAVE ANTIGA. O HISTORICO (KSDS
      *          KBVERS, CHAVE ROTULO + NUMERO DA VERSAO) GUARDA CADA
      *          TOKEN QUE O ROTULO JA TEVE, COM AS DATAS DE
      *          CONSTRUCAO, ATIVACAO E SUBSTITUICAO. OS PASSOS QUE
      *          MUDAM A CHAVE DO ROTULO CHAMAM ESTE GERENTE EM CADA
      *          INCLUSAO, RENOVACAO, REVOGACAO, DESATIVACAO E
      *          MARCACAO DE COMPROMETIMENTO. A CONSULTA SAI DO
      *          PROGCOB32 (BATCH) E DA TRANSACAO KBIQ (PROGCOB85).
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 15-10-2026 AM    VERSAO INICIAL - FUNCOES ABRIR ('A'), NOVA
      *                  VERSAO ('N'), INATIVAR ('I'), COMPROMETER
      *                  ('C'), CHAVE PRONTA ('K') E FECHAR ('F') SOBRE
      *                  O HISTORICO KBVERS.
      * 15-10-2026 AM    NOVA FUNCAO ESTORNAR ('E') PARA O ESTORNO DO
      *                  INVENTARIO (PROGCOB38): A VERSAO ATIVADA PELA
      *                  CORRIDA DESFEITA PASSA A ESTORNADA E A VERSAO
      *                  DO TOKEN RESTAURADO VOLTA A SER A CORRENTE.
      *                  VERSAO ESTORNADA NAO CONTA COMO ULTIMA VERSAO
      *                  NAS DEMAIS FUNCOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       PROGRAM-ID. PROGCOB47.
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
           SELECT HV-HISTORICO-VERSOES ASSIGN TO "KBVERS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY VR-CHAVE-VERSAO
               FILE STATUS IS WS-STATUS-HISTORICO.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*
       FD  HV-HISTORICO-VERSOES.
           COPY KBVERREC.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    CHAVES E INDICADORES DE STATUS DE ARQUIVO
      *----------------------------------------------------------------*
       01  WS-STATUS-HISTORICO           PIC X(02)      VALUE SPACES.
           88  WS-HISTORICO-OK           VALUE '00'.
           88  WS-HISTORICO-FIM          VALUE '10'.
           88  WS-HISTORICO-NAO-ACHOU    VALUE '23'.
           88  WS-HISTORICO-NAO-EXISTE   VALUE '35'.
      *----------------------------------------------------------------*
      *    SWITCHES DO GERENTE
      *----------------------------------------------------------------*
       01  WS-SWITCHES-HISTORICO.
           05  WS-HISTORICO-ABERTO       PIC X(01)      VALUE 'N'.
               88  HISTORICO-ABERTO      VALUE 'S'.
           05  WS-FIM-VARREDURA          PIC X(01)      VALUE 'N'.
               88  FIM-VARREDURA         VALUE 'S'.
           05  WS-VERSAO-ACHADA          PIC X(01)      VALUE 'N'.
               88  VERSAO-ACHADA         VALUE 'S'.
      *----------------------------------------------------------------*
      *    ULTIMA VERSAO DO ROTULO, LOCALIZADA PELA 7000
      *----------------------------------------------------------------*
       01  WS-ULTIMA-VERSAO              PIC X(815)     VALUE SPACES.
       01  WS-NUMERO-ULTIMA              PIC 9(04)      VALUE ZEROS.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
           COPY KBVERCOM.
      ******************************************************************
       PROCEDURE DIVISION USING VC-AREA-VERSAO.
      ******************************************************************
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      * DESPACHA A FUNCAO PEDIDA PELA AREA DE COMUNICACAO E DEVOLVE
      * O RESULTADO EM VC-RESULTADO. FUNCAO DE EVENTO COM O
      * HISTORICO FECHADO E ERRO.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE '00' TO VC-RESULTADO
           MOVE ZEROS TO VC-NUMERO-VERSAO
      *
           IF NOT VC-FUNCAO-ABRIR AND NOT VC-FUNCAO-FECHAR
              AND NOT HISTORICO-ABERTO
               DISPLAY 'HISTORICO DE VERSOES - KBVERS NAO ESTA '
                       'ABERTO. FUNCAO: ' VC-FUNCAO
               MOVE '12' TO VC-RESULTADO
               GOBACK
           END-IF
      *
           EVALUATE TRUE
               WHEN VC-FUNCAO-ABRIR
                   PERFORM 1000-ABRIR-HISTORICO
                       THRU 1000-ABRIR-HISTORICO-EXIT
               WHEN VC-FUNCAO-NOVA-VERSAO
                   PERFORM 2000-NOVA-VERSAO
                       THRU 2000-NOVA-VERSAO-EXIT
               WHEN VC-FUNCAO-INATIVAR
                   PERFORM 3000-INATIVAR-VERSAO
                       THRU 3000-INATIVAR-VERSAO-EXIT
               WHEN VC-FUNCAO-COMPROMETER
                   PERFORM 4000-COMPROMETER-VERSAO
                       THRU 4000-COMPROMETER-VERSAO-EXIT
               WHEN VC-FUNCAO-CHAVE-PRONTA
                   PERFORM 5000-APLICAR-CHAVE-PRONTA
                       THRU 5000-APLICAR-CHAVE-PRONTA-EXIT
               WHEN VC-FUNCAO-ESTORNAR
                   PERFORM 6000-ESTORNAR-VERSOES
                       THRU 6000-ESTORNAR-VERSOES-EXIT
               WHEN VC-FUNCAO-FECHAR
                   PERFORM 9000-FECHAR-HISTORICO
                       THRU 9000-FECHAR-HISTORICO-EXIT
               WHEN OTHER
                   DISPLAY 'HISTORICO DE VERSOES - FUNCAO '
                           'DESCONHECIDA: ' VC-FUNCAO
                   MOVE '12' TO VC-RESULTADO
           END-EVALUATE
      *
           GOBACK.
      *----------------------------------------------------------------*
      * 1000-ABRIR-HISTORICO
      * ABRE O HISTORICO PARA ATUALIZACAO. CLUSTER RECEM-DEFINIDO E
      * AINDA SEM CARGA E INICIALIZADO NA PRIMEIRA ABERTURA, COMO O
      * KBINVEN NO PROGCOB30.
      *----------------------------------------------------------------*
       1000-ABRIR-HISTORICO.
           IF HISTORICO-ABERTO
               GO TO 1000-ABRIR-HISTORICO-EXIT
           END-IF
      *
           OPEN I-O HV-HISTORICO-VERSOES
           IF WS-HISTORICO-NAO-EXISTE
               DISPLAY 'AVISO - KBVERS AINDA SEM CARGA - '
                       'INICIALIZANDO O CLUSTER'
               OPEN OUTPUT HV-HISTORICO-VERSOES
               CLOSE HV-HISTORICO-VERSOES
               OPEN I-O HV-HISTORICO-VERSOES
           END-IF
      *
           IF WS-HISTORICO-OK
               SET HISTORICO-ABERTO TO TRUE
           ELSE
               DISPLAY 'HISTORICO DE VERSOES - KBVERS NAO ABRIU. '
                       'STATUS=' WS-STATUS-HISTORICO
               MOVE '12' TO VC-RESULTADO
           END-IF.
       1000-ABRIR-HISTORICO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-NOVA-VERSAO
      * RENOVACAO, REVOGACAO OU INCLUSAO DO ROTULO. A VERSAO CORRENTE
      * (ATIVA OU COMPROMETIDA) E ENCERRADA NA DATA DO EVENTO COMO
      * REVOGADA, QUANDO O EVENTO E UMA REVOGACAO OU A VERSAO ESTAVA
      * COMPROMETIDA, OU COMO SUBSTITUIDA NOS DEMAIS CASOS; VERSAO JA
      * ENCERRADA (ROTULO INATIVO REATIVADO) FICA COMO ESTA. EM
      * SEGUIDA A VERSAO INFORMADA ENTRA COMO ATIVA, COM O NUMERO
      * SEGUINTE AO DA ULTIMA VERSAO E ATIVACAO NA DATA DO EVENTO.
      *----------------------------------------------------------------*
       2000-NOVA-VERSAO.
           PERFORM 7000-LOCALIZAR-ULTIMA-VERSAO
               THRU 7000-LOCALIZAR-ULTIMA-VERSAO-EXIT
           IF VC-ERRO-HISTORICO
               GO TO 2000-NOVA-VERSAO-EXIT
           END-IF
           MOVE '00' TO VC-RESULTADO
      *
           IF VERSAO-ACHADA
               MOVE WS-ULTIMA-VERSAO TO VR-REGISTRO-VERSAO
               IF VR-VERSAO-CORRENTE
                   IF VC-REVOGACAO OR VR-VERSAO-COMPROMETIDA
                       MOVE 'R' TO VR-SITUACAO-VERSAO
                   ELSE
                       MOVE 'S' TO VR-SITUACAO-VERSAO
                   END-IF
                   MOVE VC-DATA-EVENTO TO VR-DATA-SUBSTITUICAO
                   PERFORM 7200-REGRAVAR-VERSAO
                       THRU 7200-REGRAVAR-VERSAO-EXIT
                   IF VC-ERRO-HISTORICO
                       GO TO 2000-NOVA-VERSAO-EXIT
                   END-IF
               END-IF
           END-IF
      *
           MOVE SPACES TO VR-REGISTRO-VERSAO
           MOVE VC-TEXTO-1             TO VR-TEXTO-1
           MOVE VC-TEXTO-2             TO VR-TEXTO-2
           ADD 1 TO WS-NUMERO-ULTIMA GIVING VR-NUMERO-VERSAO
           MOVE 'A'                    TO VR-SITUACAO-VERSAO
           MOVE VC-TAMANHO-CHAVE       TO VR-TAMANHO-CHAVE
           MOVE VC-TIPO-CHAVE          TO VR-TIPO-CHAVE
           MOVE VC-DATA-CONSTRUCAO     TO VR-DATA-CONSTRUCAO
           MOVE VC-HORA-CONSTRUCAO     TO VR-HORA-CONSTRUCAO
           MOVE VC-DATA-EVENTO         TO VR-DATA-ATIVACAO
           MOVE ZEROS                  TO VR-DATA-SUBSTITUICAO
           MOVE ZEROS                  TO VR-DATA-COMPROMETIMENTO
           MOVE VC-AREA-SOLICITANTE    TO VR-AREA-SOLICITANTE
           MOVE VC-TOKEN-DA-CHAVE      TO VR-TOKEN-DA-CHAVE
           PERFORM 7300-GRAVAR-VERSAO THRU 7300-GRAVAR-VERSAO-EXIT.
       2000-NOVA-VERSAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-INATIVAR-VERSAO
      * DESATIVACAO DO ROTULO: A VERSAO CORRENTE E ENCERRADA COMO
      * INATIVADA NA DATA DO EVENTO. VERSAO JA ENCERRADA MANTEM A
      * DATA ORIGINAL (A DESATIVACAO REPETIDA NAO A ALTERA, COMO A
      * DATA DE INATIVACAO DO INVENTARIO).
      *----------------------------------------------------------------*
       3000-INATIVAR-VERSAO.
           PERFORM 7000-LOCALIZAR-ULTIMA-VERSAO
               THRU 7000-LOCALIZAR-ULTIMA-VERSAO-EXIT
           IF NOT VC-RESULTADO-OK
               GO TO 3000-INATIVAR-VERSAO-EXIT
           END-IF
      *
           MOVE WS-ULTIMA-VERSAO TO VR-REGISTRO-VERSAO
           IF NOT VR-VERSAO-CORRENTE
               GO TO 3000-INATIVAR-VERSAO-EXIT
           END-IF
           MOVE 'I' TO VR-SITUACAO-VERSAO
           MOVE VC-DATA-EVENTO TO VR-DATA-SUBSTITUICAO
           PERFORM 7200-REGRAVAR-VERSAO
               THRU 7200-REGRAVAR-VERSAO-EXIT.
       3000-INATIVAR-VERSAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4000-COMPROMETER-VERSAO
      * MARCACAO DE EMERGENCIA: A VERSAO ATIVA PASSA A COMPROMETIDA,
      * COM A DATA DO COMPROMETIMENTO. ELA CONTINUA SENDO A VERSAO
      * CORRENTE ATE A CHAVE SUBSTITUTA ENTRAR PELA REVOGACAO, QUE A
      * ENCERRA COMO REVOGADA.
      *----------------------------------------------------------------*
       4000-COMPROMETER-VERSAO.
           PERFORM 7000-LOCALIZAR-ULTIMA-VERSAO
               THRU 7000-LOCALIZAR-ULTIMA-VERSAO-EXIT
           IF NOT VC-RESULTADO-OK
               GO TO 4000-COMPROMETER-VERSAO-EXIT
           END-IF
      *
           MOVE WS-ULTIMA-VERSAO TO VR-REGISTRO-VERSAO
           IF NOT VR-VERSAO-ATIVA
               GO TO 4000-COMPROMETER-VERSAO-EXIT
           END-IF
           MOVE 'C' TO VR-SITUACAO-VERSAO
           MOVE VC-DATA-EVENTO TO VR-DATA-COMPROMETIMENTO
           PERFORM 7200-REGRAVAR-VERSAO
               THRU 7200-REGRAVAR-VERSAO-EXIT.
       4000-COMPROMETER-VERSAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 5000-APLICAR-CHAVE-PRONTA
      * A NOVA VERSAO ENTRA COM O TOKEN ESQUELETO DE KBTOKEN; QUANDO A
      * CHAVE PRONTA E APLICADA AO INVENTARIO, O TOKEN, O TAMANHO E O
      * TIPO DA ULTIMA VERSAO SAO TROCADOS PELOS DA CHAVE PRONTA - O
      * TOKEN QUE AS APLICACOES PRECISAM PARA DECIFRAR.
      *----------------------------------------------------------------*
       5000-APLICAR-CHAVE-PRONTA.
           PERFORM 7000-LOCALIZAR-ULTIMA-VERSAO
               THRU 7000-LOCALIZAR-ULTIMA-VERSAO-EXIT
           IF NOT VC-RESULTADO-OK
               GO TO 5000-APLICAR-CHAVE-PRONTA-EXIT
           END-IF
      *
           MOVE WS-ULTIMA-VERSAO TO VR-REGISTRO-VERSAO
           MOVE VC-TAMANHO-CHAVE  TO VR-TAMANHO-CHAVE
           MOVE VC-TIPO-CHAVE     TO VR-TIPO-CHAVE
           MOVE VC-TOKEN-DA-CHAVE TO VR-TOKEN-DA-CHAVE
           PERFORM 7200-REGRAVAR-VERSAO
               THRU 7200-REGRAVAR-VERSAO-EXIT.
       5000-APLICAR-CHAVE-PRONTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 6000-ESTORNAR-VERSOES
      * ESTORNO DO INVENTARIO (PROGCOB38): PERCORRE TODAS AS VERSOES
      * DO ROTULO E ACERTA CADA UMA NA 6100. SEM NENHUMA VERSAO
      * ACERTADA (ROTULO ANTERIOR AO HISTORICO, OU ESTORNO REPETIDO)
      * VOLTA '04'.
      *----------------------------------------------------------------*
       6000-ESTORNAR-VERSOES.
           MOVE 'N' TO WS-VERSAO-ACHADA
           MOVE 'N' TO WS-FIM-VARREDURA
           MOVE VC-TEXTO-1 TO VR-TEXTO-1
           MOVE VC-TEXTO-2 TO VR-TEXTO-2
           MOVE ZEROS TO VR-NUMERO-VERSAO
           START HV-HISTORICO-VERSOES
               KEY NOT < VR-CHAVE-VERSAO
           END-START
           EVALUATE TRUE
               WHEN WS-HISTORICO-OK
                   PERFORM 6100-ESTORNAR-UMA-VERSAO
                       THRU 6100-ESTORNAR-UMA-VERSAO-EXIT
                       UNTIL FIM-VARREDURA
               WHEN WS-HISTORICO-NAO-ACHOU
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'HISTORICO DE VERSOES - ERRO NO '
                           'POSICIONAMENTO DO ROTULO ' VC-TEXTO-1
                           ' ' VC-TEXTO-2 ' STATUS='
                           WS-STATUS-HISTORICO
                   MOVE '12' TO VC-RESULTADO
                   GO TO 6000-ESTORNAR-VERSOES-EXIT
           END-EVALUATE
      *
           IF VC-RESULTADO-OK AND NOT VERSAO-ACHADA
               MOVE '04' TO VC-RESULTADO
           END-IF.
       6000-ESTORNAR-VERSOES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 6100-ESTORNAR-UMA-VERSAO
      * LE A PROXIMA VERSAO DO ROTULO E A REGRAVA NO LUGAR QUANDO ELA
      * FOI MEXIDA PELA CORRIDA DESFEITA:
      *  - VERSAO ATIVADA NA DATA DA CORRIDA COM O TOKEN QUE A CORRIDA
      *    DEIXOU NO CADASTRO PASSA A ESTORNADA, ENCERRADA NA DATA DA
      *    CORRIDA. QUANDO O TOKEN RESTAURADO E O MESMO (DESATIVACAO
      *    OU MARCACAO DE COMPROMETIMENTO), A CORRIDA NAO CRIOU VERSAO
      *    E NADA E ESTORNADO;
      *  - VERSAO DO TOKEN RESTAURADO, ENCERRADA OU COMPROMETIDA NA
      *    DATA DA CORRIDA, VOLTA A SER A VERSAO CORRENTE QUANDO O
      *    ROTULO RESTAURADO ESTA ATIVO (OU COMPROMETIDO): SITUACAO DA
      *    IMAGEM RESTAURADA E DATA DE SUBSTITUICAO ZERADA.
      * VERSAO JA ESTORNADA NAO E TOCADA.
      *----------------------------------------------------------------*
       6100-ESTORNAR-UMA-VERSAO.
           READ HV-HISTORICO-VERSOES NEXT
               AT END
                   SET FIM-VARREDURA TO TRUE
                   GO TO 6100-ESTORNAR-UMA-VERSAO-EXIT
           END-READ
           IF NOT WS-HISTORICO-OK
               DISPLAY 'HISTORICO DE VERSOES - ERRO NA LEITURA DO '
                       'ROTULO ' VC-TEXTO-1 ' ' VC-TEXTO-2
                       ' STATUS=' WS-STATUS-HISTORICO
               MOVE '12' TO VC-RESULTADO
               SET FIM-VARREDURA TO TRUE
               GO TO 6100-ESTORNAR-UMA-VERSAO-EXIT
           END-IF
           IF VR-CHAVE-ROTULO NOT = VC-CHAVE-ROTULO
               SET FIM-VARREDURA TO TRUE
               GO TO 6100-ESTORNAR-UMA-VERSAO-EXIT
           END-IF
      *
           EVALUATE TRUE
               WHEN VR-VERSAO-ESTORNADA
                   GO TO 6100-ESTORNAR-UMA-VERSAO-EXIT
               WHEN VR-DATA-ATIVACAO = VC-DATA-EVENTO
                AND VR-TOKEN-DA-CHAVE = VC-TOKEN-DA-CHAVE
                AND NOT (VC-ANTERIOR-INFORMADA
                         AND VC-ANT-TOKEN-DA-CHAVE = VC-TOKEN-DA-CHAVE)
                   MOVE 'E' TO VR-SITUACAO-VERSAO
                   MOVE VC-DATA-EVENTO TO VR-DATA-SUBSTITUICAO
               WHEN VC-ANTERIOR-INFORMADA
                AND (VC-ANT-STATUS-ROTULO = 'A'
                     OR VC-ANT-STATUS-ROTULO = 'C')
                AND VR-TOKEN-DA-CHAVE = VC-ANT-TOKEN-DA-CHAVE
                AND (VR-DATA-SUBSTITUICAO = VC-DATA-EVENTO
                     OR VR-DATA-COMPROMETIMENTO = VC-DATA-EVENTO)
                   MOVE VC-ANT-STATUS-ROTULO TO VR-SITUACAO-VERSAO
                   MOVE ZEROS TO VR-DATA-SUBSTITUICAO
                   IF VR-VERSAO-ATIVA
                       MOVE ZEROS TO VR-DATA-COMPROMETIMENTO
                   END-IF
               WHEN OTHER
                   GO TO 6100-ESTORNAR-UMA-VERSAO-EXIT
           END-EVALUATE
      *
           REWRITE VR-REGISTRO-VERSAO
           IF NOT WS-HISTORICO-OK
               DISPLAY 'HISTORICO DE VERSOES - ERRO NA REGRAVACAO DA '
                       'VERSAO ' VR-NUMERO-VERSAO ' DO ROTULO '
                       VC-TEXTO-1 ' ' VC-TEXTO-2
                       ' STATUS=' WS-STATUS-HISTORICO
               MOVE '12' TO VC-RESULTADO
               SET FIM-VARREDURA TO TRUE
               GO TO 6100-ESTORNAR-UMA-VERSAO-EXIT
           END-IF
           SET VERSAO-ACHADA TO TRUE
           MOVE VR-NUMERO-VERSAO TO VC-NUMERO-VERSAO.
       6100-ESTORNAR-UMA-VERSAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7000-LOCALIZAR-ULTIMA-VERSAO
      * POSICIONA NA PRIMEIRA VERSAO DO ROTULO E LE EM SEQUENCIA ATE
      * O ROTULO MUDAR, GUARDANDO A ULTIMA VERSAO LIDA (A CHAVE E
      * ROTULO + NUMERO ASCENDENTE) E O SEU NUMERO. VERSAO ESTORNADA
      * NAO CONTA COMO ULTIMA VERSAO, MAS O SEU NUMERO CONTA PARA A
      * NUMERACAO DA PROXIMA. ROTULO SEM HISTORICO GANHA A VERSAO 1
      * A PARTIR DA IMAGEM ANTERIOR DO INVENTARIO, QUANDO INFORMADA
      * (7100); SEM ELA, OU COM SO VERSOES ESTORNADAS, VOLTA '04'.
      *----------------------------------------------------------------*
       7000-LOCALIZAR-ULTIMA-VERSAO.
           MOVE 'N' TO WS-VERSAO-ACHADA
           MOVE 'N' TO WS-FIM-VARREDURA
           MOVE ZEROS TO WS-NUMERO-ULTIMA
           MOVE VC-TEXTO-1 TO VR-TEXTO-1
           MOVE VC-TEXTO-2 TO VR-TEXTO-2
           MOVE ZEROS TO VR-NUMERO-VERSAO
           START HV-HISTORICO-VERSOES
               KEY NOT < VR-CHAVE-VERSAO
           END-START
           EVALUATE TRUE
               WHEN WS-HISTORICO-OK
                   PERFORM 7010-LER-UMA-VERSAO
                       THRU 7010-LER-UMA-VERSAO-EXIT
                       UNTIL FIM-VARREDURA
               WHEN WS-HISTORICO-NAO-ACHOU
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'HISTORICO DE VERSOES - ERRO NO '
                           'POSICIONAMENTO DO ROTULO ' VC-TEXTO-1
                           ' ' VC-TEXTO-2 ' STATUS='
                           WS-STATUS-HISTORICO
                   MOVE '12' TO VC-RESULTADO
                   GO TO 7000-LOCALIZAR-ULTIMA-VERSAO-EXIT
           END-EVALUATE
           IF VC-ERRO-HISTORICO OR VERSAO-ACHADA
               GO TO 7000-LOCALIZAR-ULTIMA-VERSAO-EXIT
           END-IF
      *
           IF NOT VC-ANTERIOR-INFORMADA
              OR WS-NUMERO-ULTIMA NOT = ZEROS
               MOVE '04' TO VC-RESULTADO
               GO TO 7000-LOCALIZAR-ULTIMA-VERSAO-EXIT
           END-IF
           PERFORM 7100-CRIAR-VERSAO-INICIAL
               THRU 7100-CRIAR-VERSAO-INICIAL-EXIT.
       7000-LOCALIZAR-ULTIMA-VERSAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7010-LER-UMA-VERSAO
      * LE A PROXIMA VERSAO DA VARREDURA. OUTRO ROTULO OU FIM DO
      * ARQUIVO ENCERRAM A VARREDURA; VERSAO DO ROTULO E GUARDADA,
      * MENOS A ESTORNADA, QUE SO ATUALIZA O ULTIMO NUMERO.
      *----------------------------------------------------------------*
       7010-LER-UMA-VERSAO.
           READ HV-HISTORICO-VERSOES NEXT
               AT END
                   SET FIM-VARREDURA TO TRUE
                   GO TO 7010-LER-UMA-VERSAO-EXIT
           END-READ
           IF NOT WS-HISTORICO-OK
               DISPLAY 'HISTORICO DE VERSOES - ERRO NA LEITURA DO '
                       'ROTULO ' VC-TEXTO-1 ' ' VC-TEXTO-2
                       ' STATUS=' WS-STATUS-HISTORICO
               MOVE '12' TO VC-RESULTADO
               SET FIM-VARREDURA TO TRUE
               GO TO 7010-LER-UMA-VERSAO-EXIT
           END-IF
           IF VR-CHAVE-ROTULO NOT = VC-CHAVE-ROTULO
               SET FIM-VARREDURA TO TRUE
               GO TO 7010-LER-UMA-VERSAO-EXIT
           END-IF
      *
           MOVE VR-NUMERO-VERSAO   TO WS-NUMERO-ULTIMA
           IF VR-VERSAO-ESTORNADA
               GO TO 7010-LER-UMA-VERSAO-EXIT
           END-IF
           SET VERSAO-ACHADA TO TRUE
           MOVE VR-REGISTRO-VERSAO TO WS-ULTIMA-VERSAO.
       7010-LER-UMA-VERSAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7100-CRIAR-VERSAO-INICIAL
      * ROTULO ANTERIOR AO HISTORICO: GRAVA A VERSAO 1 COM A IMAGEM
      * DO INVENTARIO ANTES DO EVENTO. A DATA DE ATIVACAO REAL NAO E
      * CONHECIDA E ASSUME A DATA DE CONSTRUCAO; ROTULO INATIVO OU
      * DESTRUIDO ENTRA COMO INATIVADO NA DATA DE INATIVACAO DO
      * INVENTARIO, E ROTULO COMPROMETIDO COMO COMPROMETIDO.
      *----------------------------------------------------------------*
       7100-CRIAR-VERSAO-INICIAL.
           MOVE SPACES TO VR-REGISTRO-VERSAO
           MOVE VC-TEXTO-1              TO VR-TEXTO-1
           MOVE VC-TEXTO-2              TO VR-TEXTO-2
           MOVE 1                       TO VR-NUMERO-VERSAO
           MOVE VC-ANT-TAMANHO-CHAVE    TO VR-TAMANHO-CHAVE
           MOVE VC-ANT-TIPO-CHAVE       TO VR-TIPO-CHAVE
           MOVE VC-ANT-DATA-CONSTRUCAO  TO VR-DATA-CONSTRUCAO
           MOVE VC-ANT-HORA-CONSTRUCAO  TO VR-HORA-CONSTRUCAO
           MOVE VC-ANT-DATA-CONSTRUCAO  TO VR-DATA-ATIVACAO
           MOVE ZEROS                   TO VR-DATA-SUBSTITUICAO
           MOVE ZEROS                   TO VR-DATA-COMPROMETIMENTO
           MOVE VC-ANT-AREA-SOLICITANTE TO VR-AREA-SOLICITANTE
           MOVE VC-ANT-TOKEN-DA-CHAVE   TO VR-TOKEN-DA-CHAVE
           EVALUATE VC-ANT-STATUS-ROTULO
               WHEN 'C'
                   MOVE 'C' TO VR-SITUACAO-VERSAO
               WHEN 'I'
               WHEN 'X'
                   MOVE 'I' TO VR-SITUACAO-VERSAO
                   MOVE VC-ANT-DATA-INATIVACAO TO VR-DATA-SUBSTITUICAO
               WHEN OTHER
                   MOVE 'A' TO VR-SITUACAO-VERSAO
           END-EVALUATE
           PERFORM 7300-GRAVAR-VERSAO THRU 7300-GRAVAR-VERSAO-EXIT
           IF VC-ERRO-HISTORICO
               GO TO 7100-CRIAR-VERSAO-INICIAL-EXIT
           END-IF
      *
           SET VERSAO-ACHADA TO TRUE
           MOVE VR-REGISTRO-VERSAO TO WS-ULTIMA-VERSAO
           MOVE VR-NUMERO-VERSAO   TO WS-NUMERO-ULTIMA.
       7100-CRIAR-VERSAO-INICIAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7200-REGRAVAR-VERSAO
      * REGRAVA A VERSAO MONTADA EM VR-REGISTRO-VERSAO. A LEITURA
      * DIRETA PELA CHAVE ANTES DO REWRITE RESTABELECE A POSICAO
      * PERDIDA NA VARREDURA DA 7000; A IMAGEM MONTADA E GUARDADA E
      * DEVOLVIDA AO REGISTRO DEPOIS DA LEITURA.
      *----------------------------------------------------------------*
       7200-REGRAVAR-VERSAO.
           MOVE VR-REGISTRO-VERSAO TO WS-ULTIMA-VERSAO
           READ HV-HISTORICO-VERSOES
           IF WS-HISTORICO-OK
               MOVE WS-ULTIMA-VERSAO TO VR-REGISTRO-VERSAO
               REWRITE VR-REGISTRO-VERSAO
           END-IF
           IF NOT WS-HISTORICO-OK
               DISPLAY 'HISTORICO DE VERSOES - ERRO NA REGRAVACAO DA '
                       'VERSAO ' VR-NUMERO-VERSAO ' DO ROTULO '
                       VC-TEXTO-1 ' ' VC-TEXTO-2
                       ' STATUS=' WS-STATUS-HISTORICO
               MOVE '12' TO VC-RESULTADO
               GO TO 7200-REGRAVAR-VERSAO-EXIT
           END-IF
           MOVE VR-NUMERO-VERSAO TO VC-NUMERO-VERSAO.
       7200-REGRAVAR-VERSAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7300-GRAVAR-VERSAO
      * GRAVA A VERSAO NOVA MONTADA EM VR-REGISTRO-VERSAO.
      *----------------------------------------------------------------*
       7300-GRAVAR-VERSAO.
           WRITE VR-REGISTRO-VERSAO
           IF NOT WS-HISTORICO-OK
               DISPLAY 'HISTORICO DE VERSOES - ERRO NA GRAVACAO DA '
                       'VERSAO ' VR-NUMERO-VERSAO ' DO ROTULO '
                       VC-TEXTO-1 ' ' VC-TEXTO-2
                       ' STATUS=' WS-STATUS-HISTORICO
               MOVE '12' TO VC-RESULTADO
               GO TO 7300-GRAVAR-VERSAO-EXIT
           END-IF
           MOVE VR-NUMERO-VERSAO TO VC-NUMERO-VERSAO.
       7300-GRAVAR-VERSAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 9000-FECHAR-HISTORICO
      * FECHA O HISTORICO NO FIM DO PASSO.
      *----------------------------------------------------------------*
       9000-FECHAR-HISTORICO.
           IF HISTORICO-ABERTO
               CLOSE HV-HISTORICO-VERSOES
               MOVE 'N' TO WS-HISTORICO-ABERTO
           END-IF.
       9000-FECHAR-HISTORICO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM PROGCOB47.
