      *                  GRAVAR ESTATISTICA ZERADA NO KBSTATS, QUE
      *                  ARRASTAVA A BASE MOVEL DO ALERTA DE VOLUME
      *                  PARA BAIXO.
      * 15-10-2026 AM    REGISTRO DE ENTRADA GANHOU O USUARIO
      *                  SOLICITANTE E O USUARIO APROVADOR DAS
      *                  SOLICITACOES FEITAS PELA TRANSACAO ONLINE
      *                  KBRQ (BRANCOS NO MOVIMENTO DAS REMESSAS DE
      *                  ARQUIVO), PROPAGADOS PARA KBAUDIT E KBRETRY:
      *                  A TRILHA DE AUDITORIA PASSA A MOSTRAR QUEM
      *                  PEDIU E QUEM APROVOU CADA MOVIMENTO.
      * 15-10-2026 AM    REGISTRO DE ENTRADA GANHOU A AREA SOLICITANTE
      *                  (PREENCHIDA PELO PORTAL PROGCOB05), PROPAGADA
      *                  PARA KBAUDIT, KBTOKEN, KBREJECT E KBRETRY: A
      *                  AREA DONA DE CADA CHAVE ACOMPANHA A CADEIA ATE
      *                  O INVENTARIO E A COBRANCA MENSAL POR AREA.
      * 15-10-2026 AM    NOVA TRANSACAO 'C' (REVOGACAO POR
      *                  COMPROMETIMENTO): CONSTROI A CHAVE SUBSTITUTA
      *                  DE UM ROTULO MARCADO COMPROMETIDO NO INVENTARIO
      *                  (STATUS 'C', PROGCOB12), COM TOTAIS PROPRIOS. A
      *                  TRIAGEM CONTRA O INVENTARIO PASSA A COBRIR
      *                  TAMBEM RENOVACAO E REVOGACAO: RENOVACAO OU
      *                  INCLUSAO DE ROTULO COMPROMETIDO E RECUSADA (SO
      *                  A REVOGACAO O SUBSTITUI) E REVOGACAO DE ROTULO
      *                  NAO MARCADO COMPROMETIDO TAMBEM. CARTAO DE
      *                  CONTROLE GANHOU O TIPO DA CORRIDA (BRANCO =
      *                  NOTURNA, 'E' = EMERGENCIA), REPASSADO AO LIVRO
      *                  DE CORRIDA.
      * 15-10-2026 AM    CONFERENCIA DA POLITICA CRIPTOGRAFICA (KBPOLCR,
      *                  COPY KBPOLREC): A PARTIR DA DATA DE CORTE DO
      *                  TIPO, PEDIDO DE TIPO BANIDO OU ABAIXO DO
      *                  TAMANHO MINIMO E REJEITADO, COM TOTAL PROPRIO
      *                  NO RELATORIO. TABELA OPCIONAL - SEM ELA SO
      *                  AVISA.
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
               ACCESS MODE RANDOM
               RECORD KEY IV-CHAVE-ROTULO
               FILE STATUS IS WS-STATUS-INVENTARIO.
      *
           SELECT KB-TABELA-POLITICA ASSIGN TO "KBPOLCR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-POLITICA.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
               88  KB-TRANS-INCLUSAO     VALUE 'A'.
               88  KB-TRANS-RENOVACAO    VALUE 'R'.
               88  KB-TRANS-DESATIVACAO  VALUE 'D'.
               88  KB-TRANS-REVOGACAO    VALUE 'C'.
               88  KB-TRANS-VALIDA       VALUES 'A' 'R' 'D' 'C'.
           05  KB-TIPO-CHAVE             PIC X(03).
               88  KB-TIPO-RSA           VALUE 'RSA'.
               88  KB-TIPO-RSA-CRT       VALUE 'CRT'.
               88  KB-TIPO-ECC           VALUE 'ECC'.
               88  KB-TIPO-VALIDO        VALUES 'RSA' 'CRT' 'ECC'.
           05  KB-USUARIO-SOLICITANTE    PIC X(08).
           05  KB-USUARIO-APROVADOR      PIC X(08).
           05  KB-AREA-SOLICITANTE       PIC X(03).
      *
       FD  KB-ARQUIVO-REJEITO.
       01  KB-REGISTRO-REJEITO.
           05  RJ-COD-TRANSACAO          PIC X(01).
           05  RJ-TIPO-CHAVE             PIC X(03).
           05  RJ-MOTIVO-REJEICAO        PIC X(40).
           05  RJ-AREA-SOLICITANTE       PIC X(03).
      *
       FD  KB-ARQUIVO-AUDITORIA.
       01  KB-REGISTRO-AUDITORIA.
           05  AU-RETCODE                PIC 9(09).
           05  AU-MOTIVO                 PIC 9(09).
           05  AU-TIPO-CHAVE             PIC X(03).
           05  AU-USUARIO-SOLICITANTE    PIC X(08).
           05  AU-USUARIO-APROVADOR      PIC X(08).
           05  AU-AREA-SOLICITANTE       PIC X(03).
      *
       FD  KB-ARQUIVO-TOKEN.
       01  KB-REGISTRO-TOKEN.
           05  TK-TOKEN-DA-CHAVE         PIC X(725).
           05  TK-COD-TRANSACAO          PIC X(01).
           05  TK-TIPO-CHAVE             PIC X(03).
           05  TK-AREA-SOLICITANTE       PIC X(03).
      *
       FD  KB-ARQUIVO-CHECKPNT.
       01  KB-REGISTRO-CHECKPNT.
           05  RT-TAMANHO-CHAVE          PIC 9(09).
           05  RT-COD-TRANSACAO          PIC X(01).
           05  RT-TIPO-CHAVE             PIC X(03).
           05  RT-USUARIO-SOLICITANTE    PIC X(08).
           05  RT-USUARIO-APROVADOR      PIC X(08).
           05  RT-AREA-SOLICITANTE       PIC X(03).
      *
       FD  KB-ARQUIVO-RELATORIO.
       01  KB-LINHA-RELATORIO            PIC X(132).
      *
       FD  KB-CADASTRO-INVENTARIO.
           COPY KBINVREC.
      *
       FD  KB-TABELA-POLITICA.
           COPY KBPOLREC.
      *
       FD  KB-CARTAO-CONTROLE.
       01  KB-REGISTRO-CONTROLE.
           05  CTL-IND-REGISTRAR-CORRIDA PIC X(01).
               88  CTL-REGISTRAR-CORRIDA VALUE 'S'.
           05  CTL-QUALIFICADOR-PASSO    PIC X(02).
           05  CTL-TIPO-CORRIDA          PIC X(01).
           05  FILLER                    PIC X(57).
      *
       FD  KB-ARQUIVO-ESTATISTICA.
           COPY KBSTAREC.
       01  WS-STATUS-INVENTARIO          PIC X(02)      VALUE SPACES.
           88  WS-INVENTARIO-OK          VALUE '00'.
           88  WS-INVENTARIO-NAO-ACHOU   VALUE '23'.
       01  WS-STATUS-POLITICA            PIC X(02)      VALUE SPACES.
           88  WS-POLITICA-OK            VALUE '00'.
       01  WS-STATUS-ESTATISTICA         PIC X(02)      VALUE SPACES.
           88  WS-ESTATISTICA-OK         VALUE '00'.
      *----------------------------------------------------------------*
               88  LIVRO-ABERTO          VALUE 'S'.
           05  WS-CORRIDA-REPROVADA      PIC X(01)      VALUE 'N'.
               88  CORRIDA-REPROVADA     VALUE 'S'.
           05  WS-POLITICA-DISPONIVEL    PIC X(01)      VALUE 'N'.
               88  POLITICA-DISPONIVEL   VALUE 'S'.
           05  WS-FIM-POLITICAS          PIC X(01)      VALUE 'N'.
               88  FIM-POLITICAS         VALUE 'S'.
           05  WS-POLITICA-ACHADA        PIC X(01)      VALUE 'N'.
               88  POLITICA-ACHADA       VALUE 'S'.
      *----------------------------------------------------------------*
      *    CONTADORES DO LOTE
      *----------------------------------------------------------------*
           05  WS-QTDE-INCLUSOES         PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-RENOVACOES        PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-DESATIVACOES      PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-REVOGACOES        PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-SUC-INCLUSAO      PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-SUC-RENOVACAO     PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-SUC-REVOGACAO     PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-RETENTATIVAS      PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-REENFILEIRADOS    PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-DUP-LOTE          PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-JA-EXISTENTES     PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-COMPROMETIDOS     PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-NAO-COMPROMETIDOS PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-REJ-POLITICA      PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-TIPO-RSA          PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-TIPO-CRT          PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-TIPO-ECC          PIC 9(09) COMP VALUE ZERO.
       01  WS-SONDAGEM-TERMINADA         PIC X(01)      VALUE 'N'.
           88  SONDAGEM-TERMINADA        VALUE 'S'.
      *----------------------------------------------------------------*
      *    TABELA DE POLITICA CRIPTOGRAFICA (KBPOLCR, COPY KBPOLREC):
      *    A PARTIR DA DATA DE CORTE DE CADA TIPO, PEDIDO DE CHAVE
      *    NOVA DE TIPO BANIDO OU ABAIXO DO TAMANHO MINIMO E
      *    REJEITADO. OS TAMANHOS SUPORTADOS PELO CSNDPKB CONTINUAM
      *    SENDO CONFERIDOS ANTES; A POLITICA SO RESTRINGE.
      *----------------------------------------------------------------*
       01  WS-MAXIMO-POLITICAS           PIC 9(02) COMP VALUE 10.
       01  WS-QTDE-POLITICAS             PIC 9(02) COMP VALUE ZERO.
       01  TABELA-POLITICAS.
           05  PL-ENTRY OCCURS 10 TIMES INDEXED BY IDX-POL.
               10  PL-TIPO-CHAVE         PIC X(03).
               10  PL-IND-BANIDO         PIC X(01).
                   88  PL-TIPO-BANIDO    VALUE 'S'.
               10  PL-TAMANHO-MINIMO     PIC 9(05) COMP.
               10  PL-DATA-CORTE         PIC 9(08).
      *----------------------------------------------------------------*
      *    AREA DE DATA E HORA (USADA NA AUDITORIA E NO CHECKPOINT)
      *----------------------------------------------------------------*
       01  WS-DATA-SISTEMA               PIC 9(08)      VALUE ZEROS.
                       THRU 1200-CARREGAR-CHECKPOINT-EXIT
                   PERFORM 1300-INICIALIZAR-CONTAGEM-MOTIVOS
                       THRU 1300-INICIALIZAR-CONTAGEM-MOTIVOS-EXIT
                   PERFORM 1400-CARREGAR-POLITICAS
                       THRU 1400-CARREGAR-POLITICAS-EXIT
                   MOVE SPACES TO TABELA-ROTULOS-LOTE
      *
                   PERFORM 2900-LER-PROXIMO-REGISTRO
      * ERRADA E DEIXAR A CONCILIACAO EXPLICAR DEPOIS. O INDICADOR
      * DE PARTICIONAMENTO ACOMPANHA O QUALIFICADOR DO CARTAO: COM
      * QUALIFICADOR (P1-P4) O PASSO E UMA PARTICAO, SEM ELE E O
      * LOTE SERIAL. O TIPO DA CORRIDA DO CARTAO ('E' NA CORRIDA DE
      * EMERGENCIA DE REVOGACAO, BRANCO NA NOITE) SEPARA AS DUAS
      * CORRIDAS NO LIVRO.
      *----------------------------------------------------------------*
       1150-ABRIR-LIVRO-CORRIDA.
           IF CTL-REGISTRAR-CORRIDA
               MOVE 'S' TO LG-IND-PARTICIONADO
           END-IF
           MOVE WS-QUALIFICADOR-PASSO TO LG-QUALIFICADOR
           IF CTL-TIPO-CORRIDA = 'E'
               MOVE 'E' TO LG-TIPO-CORRIDA
           ELSE
               MOVE SPACE TO LG-TIPO-CORRIDA
           END-IF
           MOVE ZEROS TO LG-RETCODE-PASSO
           CALL PROGCOB45 USING LG-AREA-LIVRO
      *
       1300-INICIALIZAR-CONTAGEM-MOTIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1400-CARREGAR-POLITICAS
      * CARREGA A TABELA DE POLITICA CRIPTOGRAFICA. A TABELA E
      * OPCIONAL: SE KBPOLCR NAO ABRIR OU VIER VAZIA, O LOTE SEGUE
      * SO COM A VALIDACAO DOS TAMANHOS SUPORTADOS, COM AVISO.
      *----------------------------------------------------------------*
       1400-CARREGAR-POLITICAS.
           OPEN INPUT KB-TABELA-POLITICA
           IF NOT WS-POLITICA-OK
               DISPLAY 'AVISO - KBPOLCR NAO ABRIU. STATUS='
                       WS-STATUS-POLITICA
                       ' - CONFERENCIA DA POLITICA CRIPTOGRAFICA '
                       'DESLIGADA'
               GO TO 1400-CARREGAR-POLITICAS-EXIT
           END-IF
      *
           PERFORM 1410-CARREGAR-UMA-POLITICA
               THRU 1410-CARREGAR-UMA-POLITICA-EXIT
               UNTIL FIM-POLITICAS
           CLOSE KB-TABELA-POLITICA
      *
           IF WS-QTDE-POLITICAS > ZERO
               SET POLITICA-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'AVISO - KBPOLCR VAZIA - CONFERENCIA DA '
                       'POLITICA CRIPTOGRAFICA DESLIGADA'
           END-IF.
       1400-CARREGAR-POLITICAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1410-CARREGAR-UMA-POLITICA
      * LE E VALIDA UMA ENTRADA DA TABELA DE POLITICA. ENTRADAS
      * INVALIDAS OU ALEM DO LIMITE DA TABELA SAO AVISADAS E
      * IGNORADAS, NUNCA DESCARTADAS EM SILENCIO.
      *----------------------------------------------------------------*
       1410-CARREGAR-UMA-POLITICA.
           READ KB-TABELA-POLITICA
               AT END
                   SET FIM-POLITICAS TO TRUE
                   GO TO 1410-CARREGAR-UMA-POLITICA-EXIT
           END-READ
      *
           IF PO-TIPO-CHAVE = SPACES
              OR PO-TAMANHO-MINIMO IS NOT NUMERIC
              OR PO-DATA-CORTE IS NOT NUMERIC
               DISPLAY 'AVISO - POLITICA INVALIDA IGNORADA: '
                       PO-REGISTRO-POLITICA (1:25)
               GO TO 1410-CARREGAR-UMA-POLITICA-EXIT
           END-IF
      *
           IF WS-QTDE-POLITICAS >= WS-MAXIMO-POLITICAS
               DISPLAY 'AVISO - TABELA DE POLITICA CHEIA - ENTRADA '
                       'IGNORADA: ' PO-REGISTRO-POLITICA (1:25)
               GO TO 1410-CARREGAR-UMA-POLITICA-EXIT
           END-IF
      *
           ADD 1 TO WS-QTDE-POLITICAS
           SET IDX-POL TO WS-QTDE-POLITICAS
           MOVE PO-TIPO-CHAVE     TO PL-TIPO-CHAVE (IDX-POL)
           MOVE PO-IND-BANIDO     TO PL-IND-BANIDO (IDX-POL)
           MOVE PO-TAMANHO-MINIMO TO PL-TAMANHO-MINIMO (IDX-POL)
           MOVE PO-DATA-CORTE     TO PL-DATA-CORTE (IDX-POL).
       1410-CARREGAR-UMA-POLITICA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-PROCESSAR-LOTE
      * TRATA UM REGISTRO DO ARQUIVO DE ENTRADA: RESPEITA O PONTO DE
      * RESTART, VALIDA O ROTULO E DESPACHA PELO CODIGO DE TRANSACAO
      * (A=INCLUSAO, R=RENOVACAO, D=DESATIVACAO, C=REVOGACAO POR
      * COMPROMETIMENTO), OU GRAVA O REJEITO, E AVANCA PARA O
      * PROXIMO REGISTRO.
      *----------------------------------------------------------------*
       2000-PROCESSAR-LOTE.
           ADD 1 TO WS-QTDE-LIDOS
                           ADD 1 TO WS-QTDE-DESATIVACOES
                           PERFORM 2400-PROCESSAR-DESATIVACAO
                               THRU 2400-PROCESSAR-DESATIVACAO-EXIT
                       WHEN KB-TRANS-REVOGACAO
                           ADD 1 TO WS-QTDE-REVOGACOES
                           PERFORM 2060-CONTAR-TIPO-CHAVE
                               THRU 2060-CONTAR-TIPO-CHAVE-EXIT
                           PERFORM 2200-CHAMAR-CSNDPKB
                               THRU 2200-CHAMAR-CSNDPKB-EXIT
                   END-EVALUATE
               ELSE
                   PERFORM 2300-GRAVAR-REJEITO
      *----------------------------------------------------------------*
      * 2060-CONTAR-TIPO-CHAVE
      * CONTABILIZA O TIPO DE CHAVE DO PEDIDO DE CONSTRUCAO VALIDADO
      * (INCLUSAO, RENOVACAO OU REVOGACAO) NOS TOTAIS POR TIPO DO
      * RELATORIO.
      *----------------------------------------------------------------*
       2060-CONTAR-TIPO-CHAVE.
           EVALUATE TRUE
                   END-IF
               END-IF
           END-IF
      *
           IF REGISTRO-VALIDO AND NOT KB-TRANS-DESATIVACAO
                              AND POLITICA-DISPONIVEL
               PERFORM 2140-VALIDAR-POLITICA
                   THRU 2140-VALIDAR-POLITICA-EXIT
           END-IF
      *
           IF REGISTRO-VALIDO
               PERFORM 2120-TRIAR-DUPLICADO-LOTE
                   THRU 2120-TRIAR-DUPLICADO-LOTE-EXIT
           END-IF
      *
           IF REGISTRO-VALIDO AND NOT KB-TRANS-DESATIVACAO
                              AND INVENTARIO-DISPONIVEL
               PERFORM 2130-TRIAR-JA-EXISTENTE
                   THRU 2130-TRIAR-JA-EXISTENTE-EXIT
           EXIT.
      *----------------------------------------------------------------*
      * 2130-TRIAR-JA-EXISTENTE
      * CONFERE O ROTULO DO PEDIDO DE CONSTRUCAO CONTRA O CADASTRO-
      * MESTRE DE INVENTARIO, SEM GASTAR CHAMADA AO COPROCESSADOR:
      * - INCLUSAO DE ROTULO ATIVO (TOKEN JA CONSTRUIDO EM LOTE
      *   ANTERIOR) E REJEITADA; ROTULO INATIVO PODE SER INCLUIDO DE
      *   NOVO (REATIVACAO POR NOVA CONSTRUCAO);
      * - ROTULO COMPROMETIDO (STATUS 'C') SO E SUBSTITUIDO PELA
      *   REVOGACAO ('C'): INCLUSAO OU RENOVACAO COMUM DELE E
      *   REJEITADA, PARA A CHAVE COMPROMETIDA NAO SEGUIR ADIANTE
      *   COMO UMA RENOVACAO QUALQUER;
      * - REVOGACAO DE ROTULO NAO MARCADO COMPROMETIDO E REJEITADA
      *   (A MARCACAO E DO PROGCOB12, NA HORA DA SUSPEITA).
      * DESATIVACOES NAO PASSAM POR ESTA TRIAGEM.
      *----------------------------------------------------------------*
       2130-TRIAR-JA-EXISTENTE.
           MOVE KB-TEXTO-1 TO IV-TEXTO-1
           MOVE KB-TEXTO-2 TO IV-TEXTO-2
           READ KB-CADASTRO-INVENTARIO
           EVALUATE TRUE
               WHEN KB-TRANS-REVOGACAO
                AND WS-INVENTARIO-OK AND IV-ROTULO-COMPROMETIDO
                   CONTINUE
               WHEN KB-TRANS-REVOGACAO
                AND (WS-INVENTARIO-OK OR WS-INVENTARIO-NAO-ACHOU)
                   MOVE 'N' TO WS-REGISTRO-VALIDO
                   MOVE 'ROTULO NAO MARCADO COMO COMPROMETIDO'
                       TO WS-MOTIVO-REJEICAO
                   ADD 1 TO WS-QTDE-NAO-COMPROMETIDOS
               WHEN WS-INVENTARIO-OK AND IV-ROTULO-COMPROMETIDO
                   MOVE 'N' TO WS-REGISTRO-VALIDO
                   MOVE 'ROTULO COMPROMETIDO - SO POR REVOGACAO'
                       TO WS-MOTIVO-REJEICAO
                   ADD 1 TO WS-QTDE-COMPROMETIDOS
               WHEN KB-TRANS-INCLUSAO
                AND WS-INVENTARIO-OK AND IV-ROTULO-ATIVO
                   MOVE 'N' TO WS-REGISTRO-VALIDO
                   MOVE 'ROTULO JA EXISTENTE NO INVENTARIO'
                       TO WS-MOTIVO-REJEICAO
       2130-TRIAR-JA-EXISTENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2140-VALIDAR-POLITICA
      * CONFERE O TIPO E O TAMANHO PEDIDOS CONTRA A POLITICA
      * CRIPTOGRAFICA DO TIPO. A REGRA SO E IMPOSTA A PARTIR DA DATA
      * DE CORTE; ATE LA O PEDIDO SEGUE (A VARREDURA PROGCOB76 JA
      * LISTA OS ROTULOS A MIGRAR). TIPO SEM POLITICA NA TABELA NAO
      * E RESTRINGIDO. E FEITA ANTES DA TRIAGEM DE DUPLICIDADE, PARA
      * UM PEDIDO RECUSADO NAO IMPEDIR, NO MESMO LOTE, A RENOVACAO
      * DO ROTULO PARA O TIPO E TAMANHO APROVADOS.
      *----------------------------------------------------------------*
       2140-VALIDAR-POLITICA.
           MOVE 'N' TO WS-POLITICA-ACHADA
           PERFORM VARYING IDX-POL FROM 1 BY 1
                   UNTIL IDX-POL > WS-QTDE-POLITICAS
                      OR POLITICA-ACHADA
               IF PL-TIPO-CHAVE (IDX-POL) = KB-TIPO-CHAVE
                   SET POLITICA-ACHADA TO TRUE
               END-IF
           END-PERFORM
           IF NOT POLITICA-ACHADA
               GO TO 2140-VALIDAR-POLITICA-EXIT
           END-IF
           SET IDX-POL DOWN BY 1
      *
           IF WS-DATA-SISTEMA < PL-DATA-CORTE (IDX-POL)
               GO TO 2140-VALIDAR-POLITICA-EXIT
           END-IF
      *
           EVALUATE TRUE
               WHEN PL-TIPO-BANIDO (IDX-POL)
                   MOVE 'N' TO WS-REGISTRO-VALIDO
                   MOVE 'TIPO DE CHAVE BANIDO PELA POLITICA'
                       TO WS-MOTIVO-REJEICAO
                   ADD 1 TO WS-QTDE-REJ-POLITICA
               WHEN KB-TAMANHO-CHAVE < PL-TAMANHO-MINIMO (IDX-POL)
                   MOVE 'N' TO WS-REGISTRO-VALIDO
                   MOVE 'TAMANHO ABAIXO DA POLITICA CRIPTOGRAFICA'
                       TO WS-MOTIVO-REJEICAO
                   ADD 1 TO WS-QTDE-REJ-POLITICA
           END-EVALUATE.
       2140-VALIDAR-POLITICA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2200-CHAMAR-CSNDPKB
      * EXECUTA A CHAMADA AO CSNDPKB, RETENTANDO AS FALHAS
      * TRANSITORIAS (MOTIVO 108) ATE O LIMITE DO CARTAO DE
      *
           IF NUMERO-PARA-RETORNO = ZERO
               ADD 1 TO WS-QTDE-SUCESSO
               EVALUATE TRUE
                   WHEN KB-TRANS-RENOVACAO
                       ADD 1 TO WS-QTDE-SUC-RENOVACAO
                   WHEN KB-TRANS-REVOGACAO
                       ADD 1 TO WS-QTDE-SUC-REVOGACAO
                   WHEN OTHER
                       ADD 1 TO WS-QTDE-SUC-INCLUSAO
               END-EVALUATE
               PERFORM 2230-GRAVAR-TOKEN
                   THRU 2230-GRAVAR-TOKEN-EXIT
               PERFORM 2240-ATUALIZAR-CHECKPOINT
           MOVE NUMERO-PARA-RETORNO TO AU-RETCODE
           MOVE NUMERO-DO-MOTIVO    TO AU-MOTIVO
           MOVE KB-TIPO-CHAVE       TO AU-TIPO-CHAVE
           MOVE KB-USUARIO-SOLICITANTE TO AU-USUARIO-SOLICITANTE
           MOVE KB-USUARIO-APROVADOR   TO AU-USUARIO-APROVADOR
           MOVE KB-AREA-SOLICITANTE    TO AU-AREA-SOLICITANTE
           WRITE KB-REGISTRO-AUDITORIA.
       2220-GRAVAR-AUDITORIA-EXIT.
           EXIT.
           MOVE TOKEN-DA-CHAVE    TO TK-TOKEN-DA-CHAVE
           MOVE KB-COD-TRANSACAO  TO TK-COD-TRANSACAO
           MOVE KB-TIPO-CHAVE     TO TK-TIPO-CHAVE
           MOVE KB-AREA-SOLICITANTE TO TK-AREA-SOLICITANTE
           WRITE KB-REGISTRO-TOKEN.
       2230-GRAVAR-TOKEN-EXIT.
           EXIT.
           MOVE KB-TAMANHO-CHAVE  TO RT-TAMANHO-CHAVE
           MOVE KB-COD-TRANSACAO  TO RT-COD-TRANSACAO
           MOVE KB-TIPO-CHAVE     TO RT-TIPO-CHAVE
           MOVE KB-USUARIO-SOLICITANTE TO RT-USUARIO-SOLICITANTE
           MOVE KB-USUARIO-APROVADOR   TO RT-USUARIO-APROVADOR
           MOVE KB-AREA-SOLICITANTE    TO RT-AREA-SOLICITANTE
           WRITE KB-REGISTRO-RETENTAR
           ADD 1 TO WS-QTDE-REENFILEIRADOS.
       2270-GRAVAR-REENFILEIRADO-EXIT.
           MOVE KB-COD-TRANSACAO   TO RJ-COD-TRANSACAO
           MOVE KB-TIPO-CHAVE      TO RJ-TIPO-CHAVE
           MOVE WS-MOTIVO-REJEICAO TO RJ-MOTIVO-REJEICAO
           MOVE KB-AREA-SOLICITANTE TO RJ-AREA-SOLICITANTE
           WRITE KB-REGISTRO-REJEITO
           ADD 1 TO WS-QTDE-REJEITADOS.
       2300-GRAVAR-REJEITO-EXIT.
           DISPLAY 'SUCESSO .................: ' WS-QTDE-SUCESSO
           DISPLAY 'FALHA ...................: ' WS-QTDE-FALHA
           DISPLAY 'REJEITADOS NA VALIDACAO .: ' WS-QTDE-REJEITADOS
           DISPLAY 'REJEITADOS POR POLITICA .: ' WS-QTDE-REJ-POLITICA
           DISPLAY 'PULADOS POR RESTART .....: '
               WS-QTDE-PULADOS-RESTART
           DISPLAY 'INCLUSOES (A) ...........: ' WS-QTDE-INCLUSOES
           DISPLAY 'RENOVACOES (R) ..........: ' WS-QTDE-RENOVACOES
           DISPLAY 'DESATIVACOES (D) ........: ' WS-QTDE-DESATIVACOES
           DISPLAY 'REVOGACOES (C) ..........: ' WS-QTDE-REVOGACOES
           DISPLAY 'PEDIDOS TIPO RSA ........: ' WS-QTDE-TIPO-RSA
           DISPLAY 'PEDIDOS TIPO RSA-CRT ....: ' WS-QTDE-TIPO-CRT
           DISPLAY 'PEDIDOS TIPO ECC ........: ' WS-QTDE-TIPO-ECC
           MOVE 'TOTAL DE DESATIVACOES (D)' TO WS-LD-ROTULO
           MOVE WS-QTDE-DESATIVACOES TO WS-LD-VALOR
           WRITE KB-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'TOTAL DE REVOGACOES (C)' TO WS-LD-ROTULO
           MOVE WS-QTDE-REVOGACOES TO WS-LD-VALOR
           WRITE KB-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'INCLUSOES COM SUCESSO' TO WS-LD-ROTULO
           MOVE WS-QTDE-SUC-INCLUSAO TO WS-LD-VALOR
           MOVE 'RENOVACOES COM SUCESSO' TO WS-LD-ROTULO
           MOVE WS-QTDE-SUC-RENOVACAO TO WS-LD-VALOR
           WRITE KB-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'REVOGACOES COM SUCESSO' TO WS-LD-ROTULO
           MOVE WS-QTDE-SUC-REVOGACAO TO WS-LD-VALOR
           WRITE KB-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'TOTAL DE SUCESSOS' TO WS-LD-ROTULO
           MOVE WS-QTDE-SUCESSO TO WS-LD-VALOR
               TO WS-LD-ROTULO
           MOVE WS-QTDE-JA-EXISTENTES TO WS-LD-VALOR
           WRITE KB-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'REJEITADOS POR ROTULO COMPROMETIDO' TO WS-LD-ROTULO
           MOVE WS-QTDE-COMPROMETIDOS TO WS-LD-VALOR
           WRITE KB-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'REVOGACOES DE ROTULO NAO COMPROMETIDO'
               TO WS-LD-ROTULO
           MOVE WS-QTDE-NAO-COMPROMETIDOS TO WS-LD-VALOR
           WRITE KB-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'REJEITADOS PELA POLITICA CRIPTOGRAFICA'
               TO WS-LD-ROTULO
           MOVE WS-QTDE-REJ-POLITICA TO WS-LD-VALOR
           WRITE KB-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           IF TRIAGEM-SATURADA
               MOVE 'TRIAGEM DE DUPLICIDADE SATURADA NO LIMITE'
