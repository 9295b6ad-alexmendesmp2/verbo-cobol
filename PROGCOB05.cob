      *                  APONTAR ALEM DO LIMITE DA TABELA NUMA
      *                  TRANSMISSAO EMBARALHADA COM MUITOS
      *                  CABECALHOS ESPURIOS.
      * 15-10-2026 AM    DETALHE DA TRANSMISSAO GANHOU O USUARIO
      *                  SOLICITANTE E O USUARIO APROVADOR (POSICOES
      *                  45-60, PREENCHIDAS NA REMESSA ONLINE GERADA
      *                  PELO PROGCOB88 A PARTIR DA TRANSACAO KBRQ;
      *                  BRANCOS NAS REMESSAS DE ARQUIVO), REPASSADOS
      *                  AO KBINPUT PARA CHEGAREM A AUDITORIA.
      * 15-10-2026 AM    REGISTRO DO KBINPUT GANHOU A AREA SOLICITANTE
      *                  DA REMESSA (POSICOES 60-62), PARA A AREA DONA
      *                  DE CADA CHAVE ACOMPANHAR A CADEIA ATE O
      *                  INVENTARIO E A COBRANCA MENSAL POR AREA
      *                  (PROGCOB92).
      * 15-10-2026 AM    CONFERENCIA DA POLITICA CRIPTOGRAFICA (KBPOLCR,
      *                  COPY KBPOLREC): A PARTIR DA DATA DE CORTE DO
      *                  TIPO, DETALHE AUTORIZADO DE TIPO BANIDO OU
      *                  ABAIXO DO TAMANHO MINIMO VAI PARA O KBGWREJ,
      *                  COM TOTAL PROPRIO E RC=8. TABELA OPCIONAL - SEM
      *                  ELA SO AVISA.
      * 15-10-2026 AM    DATA EFETIVA OPCIONAL NO DETALHE DA TRANSMISSAO
      *                  (POSICOES 61-68): PEDIDO APROVADO COM DATA
      *                  FUTURA E ESTACIONADO NO ARMAZEM KBAGEND (COPY
      *                  KBAGDREC) EM VEZ DE IR PARA O KBINPUT, E
      *                  LIBERADO NA DATA EFETIVA PELO PROGCOB06;
      *                  TRANSACAO X DA REMESSA CANCELA O AGENDAMENTO DA
      *                  PROPRIA AREA. DATA INVALIDA E CANCELAMENTO SEM
      *                  AGENDAMENTO VAO PARA O KBGWREJ COM RC=8.
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
           SELECT GW-TABELA-AUTORIZACAO ASSIGN TO "KBAUTTAB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUTORIZACAO.
      *
           SELECT GW-TABELA-POLITICA ASSIGN TO "KBPOLCR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-POLITICA.
      *
           SELECT GW-ARQUIVO-MOVIMENTO ASSIGN TO "KBINPUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVIMENTO.
      *
           SELECT GW-ARQUIVO-AGENDA ASSIGN TO "KBAGEND"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY AG-CHAVE-AGENDA
               FILE STATUS IS WS-STATUS-AGENDA.
      *
           SELECT GW-ARQUIVO-REJEITO ASSIGN TO "KBGWREJ"
               ORGANIZATION LINE SEQUENTIAL
               10  DT-TEXTO-2            PIC X(15).
               10  DT-TAMANHO-CHAVE      PIC 9(09).
               10  DT-COD-TRANSACAO      PIC X(01).
                   88  DT-CANCELA-AGENDAMENTO VALUE 'X'.
               10  DT-TIPO-CHAVE         PIC X(03).
           05  DT-USUARIO-SOLICITANTE    PIC X(08).
           05  DT-USUARIO-APROVADOR      PIC X(08).
           05  DT-DATA-EFETIVA           PIC X(08).
           05  FILLER                    PIC X(12).
       01  GW-REGISTRO-TRAILER REDEFINES GW-REGISTRO-TRANSMISSAO.
           05  FILLER                    PIC X(01).
           05  TR-AREA                   PIC X(03).
           05  AT-COMPR-PREFIXO          PIC 9(02).
           05  AT-TIPO-CHAVE             PIC X(03).
           05  FILLER                    PIC X(57).
      *
       FD  GW-TABELA-POLITICA.
           COPY KBPOLREC.
      *
       FD  GW-ARQUIVO-MOVIMENTO.
       01  GW-REGISTRO-MOVIMENTO.
           05  KB-TAMANHO-CHAVE          PIC 9(09).
           05  KB-COD-TRANSACAO          PIC X(01).
           05  KB-TIPO-CHAVE             PIC X(03).
           05  KB-USUARIO-SOLICITANTE    PIC X(08).
           05  KB-USUARIO-APROVADOR      PIC X(08).
           05  KB-AREA-SOLICITANTE       PIC X(03).
      *
       FD  GW-ARQUIVO-AGENDA.
           COPY KBAGDREC.
      *
       FD  GW-ARQUIVO-REJEITO.
       01  GW-REGISTRO-REJEITO.
           88  WS-TRANSMISSAO-OK         VALUE '00'.
       01  WS-STATUS-AUTORIZACAO         PIC X(02)      VALUE SPACES.
           88  WS-AUTORIZACAO-OK         VALUE '00'.
       01  WS-STATUS-POLITICA            PIC X(02)      VALUE SPACES.
           88  WS-POLITICA-OK            VALUE '00'.
       01  WS-STATUS-MOVIMENTO           PIC X(02)      VALUE SPACES.
       01  WS-STATUS-AGENDA              PIC X(02)      VALUE SPACES.
           88  WS-AGENDA-OK              VALUE '00'.
           88  WS-AGENDA-DUPLICADA       VALUE '22'.
           88  WS-AGENDA-SEM-CHAVE       VALUE '23'.
           88  WS-AGENDA-NAO-EXISTE      VALUE '35'.
       01  WS-STATUS-REJEITO             PIC X(02)      VALUE SPACES.
       01  WS-STATUS-RELATORIO           PIC X(02)      VALUE SPACES.
       01  WS-STATUS-SYSIN               PIC X(02)      VALUE SPACES.
               88  AREA-ACHADA           VALUE 'S'.
           05  WS-AUTORIZADO             PIC X(01)      VALUE 'N'.
               88  REGISTRO-AUTORIZADO   VALUE 'S'.
           05  WS-POLITICA-DISPONIVEL    PIC X(01)      VALUE 'N'.
               88  POLITICA-DISPONIVEL   VALUE 'S'.
           05  WS-POLITICA-ACHADA        PIC X(01)      VALUE 'N'.
               88  POLITICA-ACHADA       VALUE 'S'.
           05  WS-CONFORME-POLITICA      PIC X(01)      VALUE 'S'.
               88  REGISTRO-CONFORME     VALUE 'S'.
           05  WS-SITUACAO-DATA-EFETIVA  PIC X(01)      VALUE 'I'.
               88  DATA-EFETIVA-IMEDIATA VALUE 'I'.
               88  DATA-EFETIVA-FUTURA   VALUE 'F'.
               88  DATA-EFETIVA-INVALIDA VALUE 'N'.
      *----------------------------------------------------------------*
      *    CONTADORES GERAIS DO PORTAL
      *----------------------------------------------------------------*
           05  WS-QTDE-REJ-LOTE          PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-REJ-AUTORIZACAO   PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-REJ-ORFAOS        PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-REJ-POLITICA      PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-AREAS-FALHADAS    PIC 9(05) COMP VALUE ZERO.
           05  WS-QTDE-AGENDADOS         PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-JA-AGENDADOS      PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-CANCELADOS        PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-REJ-AGENDA        PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ERROS-AGENDA      PIC 9(09) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *    DATA DE EXECUCAO (CARTAO DE CONTROLE). O CABECALHO DE
      *    CADA REMESSA PRECISA TRAZER ESTA MESMA DATA; REMESSA DE
      *----------------------------------------------------------------*
       01  WS-DATA-EXECUCAO              PIC 9(08)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    DATA EFETIVA DO DETALHE (POSICOES 61-68, OPCIONAL). EM
      *    BRANCO, ZERADA OU ATE A DATA DE EXECUCAO, O PEDIDO ENTRA
      *    NO KBINPUT DA NOITE; POSTERIOR A ELA, FICA ESTACIONADO NO
      *    ARMAZEM KBAGEND ATE A LIBERACAO (PROGCOB06) NA DATA
      *    EFETIVA. A TABELA DE DIAS POR MES SERVE A CONFERENCIA DA
      *    DATA; FEVEREIRO TEM 29 DIAS NO ANO BISSEXTO.
      *----------------------------------------------------------------*
       01  WS-DATA-EFETIVA               PIC 9(08)      VALUE ZEROS.
       01  WS-DATA-EFETIVA-R REDEFINES WS-DATA-EFETIVA.
           05  WS-DE-ANO                 PIC 9(04).
           05  WS-DE-MES                 PIC 9(02).
           05  WS-DE-DIA                 PIC 9(02).
       01  WS-TABELA-DIAS-MES.
           05  FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  WS-TABELA-DIAS-MES-R REDEFINES WS-TABELA-DIAS-MES.
           05  WS-DIAS-DO-MES            PIC 9(02) OCCURS 12 TIMES.
       01  WS-ULTIMO-DIA-MES             PIC 9(02)      VALUE ZERO.
       01  WS-QUOCIENTE-ANO              PIC 9(04) COMP VALUE ZERO.
       01  WS-RESTO-ANO-4                PIC 9(04) COMP VALUE ZERO.
       01  WS-RESTO-ANO-100              PIC 9(04) COMP VALUE ZERO.
       01  WS-RESTO-ANO-400              PIC 9(04) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *    TABELA DAS AREAS PRESENTES NA TRANSMISSAO, COM OS TOTAIS
      *    DE CONTROLE COLHIDOS NA PRIMEIRA PASSAGEM E A SITUACAO
      *    APURADA (OK OU FALHA DE CONTROLE). A AREA CORRENTE E A DO
               10  AU-COMPR-PREFIXO      PIC 9(02) COMP.
               10  AU-TIPO-CHAVE         PIC X(03).
      *----------------------------------------------------------------*
      *    TABELA DE POLITICA CRIPTOGRAFICA (KBPOLCR, COPY KBPOLREC):
      *    A PARTIR DA DATA DE CORTE DE CADA TIPO, PEDIDO DE TIPO
      *    BANIDO OU ABAIXO DO TAMANHO MINIMO E DEVOLVIDO A AREA JA NO
      *    PORTAL, EM VEZ DE SO CAIR NA VALIDACAO DO PROGCOB10.
      *----------------------------------------------------------------*
       77  WS-MAXIMO-POLITICAS           PIC 9(02) COMP VALUE 10.
       01  WS-QTDE-POLITICAS             PIC 9(02) COMP VALUE ZERO.
       01  TABELA-POLITICAS.
           05  PL-ENTRY OCCURS 10 TIMES INDEXED BY IDX-POL.
               10  PL-TIPO-CHAVE         PIC X(03).
               10  PL-IND-BANIDO         PIC X(01).
                   88  PL-TIPO-BANIDO    VALUE 'S'.
               10  PL-TAMANHO-MINIMO     PIC 9(05) COMP.
               10  PL-DATA-CORTE         PIC 9(08).
      *----------------------------------------------------------------*
      *    AREA DE TRABALHO DA VALIDACAO DE AUTORIZACAO
      *----------------------------------------------------------------*
       01  WS-TIPO-SOLICITADO            PIC X(03)      VALUE SPACES.
      *----------------------------------------------------------------*
      * 1000-INICIALIZAR
      * ABRE OS ARQUIVOS, VERIFICA AS ABERTURAS, LE A DATA DE
      * EXECUCAO DO CARTAO DE CONTROLE E CARREGA AS TABELAS DE
      * AUTORIZACAO E DE POLITICA CRIPTOGRAFICA. O ARMAZEM DE
      * MOVIMENTO AGENDADO (KBAGEND) RECEM-DEFINIDO E AINDA SEM CARGA
      * E INICIALIZADO NA PRIMEIRA ABERTURA, COMO O KBVERS NO
      * PROGCOB47; SEM ELE NAO HA COMO ESTACIONAR NEM CANCELAR
      * PEDIDO AGENDADO, E O PORTAL NAO RODA.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           OPEN INPUT  GW-ARQUIVO-TRANSMISSAO
           OPEN INPUT  GW-TABELA-AUTORIZACAO
           OPEN OUTPUT GW-ARQUIVO-MOVIMENTO
           OPEN I-O    GW-ARQUIVO-AGENDA
           IF WS-AGENDA-NAO-EXISTE
               DISPLAY 'AVISO - KBAGEND AINDA SEM CARGA - '
                       'INICIALIZANDO O CLUSTER'
               OPEN OUTPUT GW-ARQUIVO-AGENDA
               CLOSE GW-ARQUIVO-AGENDA
               OPEN I-O GW-ARQUIVO-AGENDA
           END-IF
           OPEN OUTPUT GW-ARQUIVO-REJEITO
           OPEN OUTPUT GW-ARQUIVO-RELATORIO
      *
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
           END-IF
      *
           IF NOT WS-AGENDA-OK
               DISPLAY 'ERRO FATAL - KBAGEND NAO ABRIU. STATUS='
                       WS-STATUS-AGENDA
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
           END-IF
      *
           IF WS-STATUS-REJEITO NOT = '00'
               DISPLAY 'AVISO - KBGWREJ NAO ABRIU. STATUS='
                   THRU 1100-LER-CARTAO-CONTROLE-EXIT
               PERFORM 1200-CARREGAR-AUTORIZACOES
                   THRU 1200-CARREGAR-AUTORIZACOES-EXIT
               PERFORM 1300-CARREGAR-POLITICAS
                   THRU 1300-CARREGAR-POLITICAS-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.
       1210-CARREGAR-UMA-AUTORIZACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1300-CARREGAR-POLITICAS
      * CARREGA A TABELA DE POLITICA CRIPTOGRAFICA. A TABELA E
      * OPCIONAL: SE KBPOLCR NAO ABRIR OU VIER VAZIA, O PORTAL SEGUE
      * SO COM A AUTORIZACAO, COM AVISO (O PROGCOB10 AINDA CONFERE A
      * POLITICA NA NOITE).
      *----------------------------------------------------------------*
       1300-CARREGAR-POLITICAS.
           OPEN INPUT GW-TABELA-POLITICA
           IF NOT WS-POLITICA-OK
               DISPLAY 'AVISO - KBPOLCR NAO ABRIU. STATUS='
                       WS-STATUS-POLITICA
                       ' - CONFERENCIA DA POLITICA CRIPTOGRAFICA '
                       'DESLIGADA'
               GO TO 1300-CARREGAR-POLITICAS-EXIT
           END-IF
      *
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM 1310-CARREGAR-UMA-POLITICA
               THRU 1310-CARREGAR-UMA-POLITICA-EXIT
               UNTIL FIM-ARQUIVO
           CLOSE GW-TABELA-POLITICA
      *
           IF WS-QTDE-POLITICAS > ZERO
               SET POLITICA-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'AVISO - KBPOLCR VAZIA - CONFERENCIA DA '
                       'POLITICA CRIPTOGRAFICA DESLIGADA'
           END-IF.
       1300-CARREGAR-POLITICAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1310-CARREGAR-UMA-POLITICA
      * LE E VALIDA UMA ENTRADA DA TABELA DE POLITICA. ENTRADAS
      * INVALIDAS OU ALEM DO LIMITE DA TABELA SAO AVISADAS E
      * IGNORADAS, NUNCA DESCARTADAS EM SILENCIO.
      *----------------------------------------------------------------*
       1310-CARREGAR-UMA-POLITICA.
           READ GW-TABELA-POLITICA
               AT END
                   SET FIM-ARQUIVO TO TRUE
                   GO TO 1310-CARREGAR-UMA-POLITICA-EXIT
           END-READ
      *
           IF PO-TIPO-CHAVE = SPACES
              OR PO-TAMANHO-MINIMO IS NOT NUMERIC
              OR PO-DATA-CORTE IS NOT NUMERIC
               DISPLAY 'AVISO - POLITICA INVALIDA IGNORADA: '
                       PO-REGISTRO-POLITICA (1:25)
               GO TO 1310-CARREGAR-UMA-POLITICA-EXIT
           END-IF
      *
           IF WS-QTDE-POLITICAS >= WS-MAXIMO-POLITICAS
               DISPLAY 'AVISO - TABELA DE POLITICA CHEIA - ENTRADA '
                       'IGNORADA: ' PO-REGISTRO-POLITICA (1:25)
               GO TO 1310-CARREGAR-UMA-POLITICA-EXIT
           END-IF
      *
           ADD 1 TO WS-QTDE-POLITICAS
           SET IDX-POL TO WS-QTDE-POLITICAS
           MOVE PO-TIPO-CHAVE     TO PL-TIPO-CHAVE (IDX-POL)
           MOVE PO-IND-BANIDO     TO PL-IND-BANIDO (IDX-POL)
           MOVE PO-TAMANHO-MINIMO TO PL-TAMANHO-MINIMO (IDX-POL)
           MOVE PO-DATA-CORTE     TO PL-DATA-CORTE (IDX-POL).
       1310-CARREGAR-UMA-POLITICA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-CONFERIR-CONTROLES
      * PRIMEIRA PASSAGEM SOBRE A TRANSMISSAO: COLHE, POR AREA, O
      * CABECALHO, O TRAILER E A CONTAGEM REAL DE DETALHES.
      * 4200-DESPACHAR-DETALHE
      * DESPACHA UM DETALHE DA SEGUNDA PASSAGEM: ORFAO OU DE
      * REMESSA CONDENADA VAI PARA O REJEITO COM O MOTIVO DA AREA;
      * DETALHE DE REMESSA BOA E SUBMETIDO A AUTORIZACAO E, SE
      * AUTORIZADO, A POLITICA CRIPTOGRAFICA. DATA EFETIVA INVALIDA
      * REJEITA O DETALHE; CANCELAMENTO (TRANSACAO X) SO BAIXA O
      * AGENDAMENTO DA PROPRIA AREA E NAO PASSA PELA AUTORIZACAO.
      * O APROVADO COM DATA EFETIVA FUTURA E ESTACIONADO NO KBAGEND
      * EM VEZ DE IR PARA O KBINPUT DA NOITE.
      *----------------------------------------------------------------*
       4200-DESPACHAR-DETALHE.
           IF WS-AREA-CORRENTE = SPACES
                   THRU 4400-GRAVAR-REJEITO-EXIT
               GO TO 4200-DESPACHAR-DETALHE-EXIT
           END-IF
      *
           PERFORM 4500-CLASSIFICAR-DATA-EFETIVA
               THRU 4500-CLASSIFICAR-DATA-EFETIVA-EXIT
           IF DATA-EFETIVA-INVALIDA
               ADD 1 TO WS-QTDE-REJ-AGENDA
               ADD 1 TO AR-QTDE-REJEITADOS (IDX-AREA)
               MOVE 'DATA EFETIVA INVALIDA' TO WS-MOTIVO-REJEICAO
               PERFORM 4400-GRAVAR-REJEITO
                   THRU 4400-GRAVAR-REJEITO-EXIT
               GO TO 4200-DESPACHAR-DETALHE-EXIT
           END-IF
      *
           IF DT-CANCELA-AGENDAMENTO
               PERFORM 4700-CANCELAR-AGENDAMENTO
                   THRU 4700-CANCELAR-AGENDAMENTO-EXIT
               GO TO 4200-DESPACHAR-DETALHE-EXIT
           END-IF
      *
           PERFORM 4300-VALIDAR-AUTORIZACAO
               THRU 4300-VALIDAR-AUTORIZACAO-EXIT
           IF NOT REGISTRO-AUTORIZADO
               ADD 1 TO WS-QTDE-REJ-AUTORIZACAO
               ADD 1 TO AR-QTDE-REJEITADOS (IDX-AREA)
               MOVE 'AREA NAO AUTORIZADA PARA PREFIXO/TIPO'
                   TO WS-MOTIVO-REJEICAO
               PERFORM 4400-GRAVAR-REJEITO
                   THRU 4400-GRAVAR-REJEITO-EXIT
               GO TO 4200-DESPACHAR-DETALHE-EXIT
           END-IF
      *
           IF POLITICA-DISPONIVEL
               PERFORM 4350-VALIDAR-POLITICA
                   THRU 4350-VALIDAR-POLITICA-EXIT
               IF NOT REGISTRO-CONFORME
                   ADD 1 TO WS-QTDE-REJ-POLITICA
                   ADD 1 TO AR-QTDE-REJEITADOS (IDX-AREA)
                   PERFORM 4400-GRAVAR-REJEITO
                       THRU 4400-GRAVAR-REJEITO-EXIT
                   GO TO 4200-DESPACHAR-DETALHE-EXIT
               END-IF
           END-IF
      *
           MOVE DT-TEXTO-1        TO KB-TEXTO-1
           MOVE DT-TEXTO-2        TO KB-TEXTO-2
           MOVE DT-TAMANHO-CHAVE  TO KB-TAMANHO-CHAVE
           MOVE DT-COD-TRANSACAO  TO KB-COD-TRANSACAO
           MOVE DT-TIPO-CHAVE     TO KB-TIPO-CHAVE
           MOVE DT-USUARIO-SOLICITANTE TO KB-USUARIO-SOLICITANTE
           MOVE DT-USUARIO-APROVADOR   TO KB-USUARIO-APROVADOR
           MOVE WS-AREA-CORRENTE       TO KB-AREA-SOLICITANTE
      *
           IF DATA-EFETIVA-FUTURA
               PERFORM 4600-AGENDAR-DETALHE
                   THRU 4600-AGENDAR-DETALHE-EXIT
               GO TO 4200-DESPACHAR-DETALHE-EXIT
           END-IF
      *
           WRITE GW-REGISTRO-MOVIMENTO
           ADD 1 TO WS-QTDE-ACEITOS
           ADD 1 TO AR-QTDE-ACEITOS (IDX-AREA).
       4200-DESPACHAR-DETALHE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4300-VALIDAR-AUTORIZACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4350-VALIDAR-POLITICA
      * CONFERE O TIPO (JA RESOLVIDO EM WS-TIPO-SOLICITADO) E O
      * TAMANHO DO DETALHE CONTRA A POLITICA CRIPTOGRAFICA DO TIPO,
      * A PARTIR DA DATA DE CORTE. DESATIVACAO NAO CONSTROI CHAVE E
      * NAO E CONFERIDA; TAMANHO NAO NUMERICO FICA PARA A VALIDACAO
      * DO PROGCOB10; TIPO SEM POLITICA NA TABELA NAO E RESTRINGIDO.
      *----------------------------------------------------------------*
       4350-VALIDAR-POLITICA.
           SET REGISTRO-CONFORME TO TRUE
           IF DT-COD-TRANSACAO = 'D'
              OR DT-TAMANHO-CHAVE IS NOT NUMERIC
               GO TO 4350-VALIDAR-POLITICA-EXIT
           END-IF
      *
           MOVE 'N' TO WS-POLITICA-ACHADA
           PERFORM VARYING IDX-POL FROM 1 BY 1
                   UNTIL IDX-POL > WS-QTDE-POLITICAS
                      OR POLITICA-ACHADA
               IF PL-TIPO-CHAVE (IDX-POL) = WS-TIPO-SOLICITADO
                   SET POLITICA-ACHADA TO TRUE
               END-IF
           END-PERFORM
           IF NOT POLITICA-ACHADA
               GO TO 4350-VALIDAR-POLITICA-EXIT
           END-IF
           SET IDX-POL DOWN BY 1
      *
           IF WS-DATA-EXECUCAO < PL-DATA-CORTE (IDX-POL)
               GO TO 4350-VALIDAR-POLITICA-EXIT
           END-IF
      *
           EVALUATE TRUE
               WHEN PL-TIPO-BANIDO (IDX-POL)
                   MOVE 'N' TO WS-CONFORME-POLITICA
                   MOVE 'TIPO DE CHAVE BANIDO PELA POLITICA'
                       TO WS-MOTIVO-REJEICAO
               WHEN DT-TAMANHO-CHAVE < PL-TAMANHO-MINIMO (IDX-POL)
                   MOVE 'N' TO WS-CONFORME-POLITICA
                   MOVE 'TAMANHO ABAIXO DA POLITICA CRIPTOGRAFICA'
                       TO WS-MOTIVO-REJEICAO
           END-EVALUATE.
       4350-VALIDAR-POLITICA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4400-GRAVAR-REJEITO
      * GRAVA O DETALHE REJEITADO EM KBGWREJ, COM A AREA DE ORIGEM E
      * O MOTIVO DA REJEICAO, PARA A DEVOLUCAO A AREA SOLICITANTE.
       4400-GRAVAR-REJEITO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4500-CLASSIFICAR-DATA-EFETIVA
      * CLASSIFICA A DATA EFETIVA DO DETALHE: EM BRANCO OU ZERADA E
      * ATE A DATA DE EXECUCAO, IMEDIATA; POSTERIOR A ELA, FUTURA;
      * NAO NUMERICA OU FORA DO CALENDARIO, INVALIDA. A DATA
      * CONFERIDA FICA EM WS-DATA-EFETIVA (ZERO QUANDO AUSENTE).
      *----------------------------------------------------------------*
       4500-CLASSIFICAR-DATA-EFETIVA.
           MOVE ZERO TO WS-DATA-EFETIVA
           SET DATA-EFETIVA-IMEDIATA TO TRUE
           IF DT-DATA-EFETIVA = SPACES
              OR DT-DATA-EFETIVA = ZEROS
               GO TO 4500-CLASSIFICAR-DATA-EFETIVA-EXIT
           END-IF
      *
           IF DT-DATA-EFETIVA IS NOT NUMERIC
               SET DATA-EFETIVA-INVALIDA TO TRUE
               GO TO 4500-CLASSIFICAR-DATA-EFETIVA-EXIT
           END-IF
           MOVE DT-DATA-EFETIVA TO WS-DATA-EFETIVA
      *
           IF WS-DE-MES < 1 OR WS-DE-MES > 12
              OR WS-DE-DIA < 1
               SET DATA-EFETIVA-INVALIDA TO TRUE
               GO TO 4500-CLASSIFICAR-DATA-EFETIVA-EXIT
           END-IF
      *
           MOVE WS-DIAS-DO-MES (WS-DE-MES) TO WS-ULTIMO-DIA-MES
           IF WS-DE-MES = 2
               DIVIDE WS-DE-ANO BY 4 GIVING WS-QUOCIENTE-ANO
                   REMAINDER WS-RESTO-ANO-4
               DIVIDE WS-DE-ANO BY 100 GIVING WS-QUOCIENTE-ANO
                   REMAINDER WS-RESTO-ANO-100
               DIVIDE WS-DE-ANO BY 400 GIVING WS-QUOCIENTE-ANO
                   REMAINDER WS-RESTO-ANO-400
               IF WS-RESTO-ANO-4 = ZERO
                  AND (WS-RESTO-ANO-100 NOT = ZERO
                       OR WS-RESTO-ANO-400 = ZERO)
                   MOVE 29 TO WS-ULTIMO-DIA-MES
               END-IF
           END-IF
           IF WS-DE-DIA > WS-ULTIMO-DIA-MES
               SET DATA-EFETIVA-INVALIDA TO TRUE
               GO TO 4500-CLASSIFICAR-DATA-EFETIVA-EXIT
           END-IF
      *
           IF WS-DATA-EFETIVA > WS-DATA-EXECUCAO
               SET DATA-EFETIVA-FUTURA TO TRUE
           END-IF.
       4500-CLASSIFICAR-DATA-EFETIVA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4600-AGENDAR-DETALHE
      * ESTACIONA NO KBAGEND, COMO PENDENTE, O DETALHE APROVADO COM
      * DATA EFETIVA FUTURA, JA MONTADO NO LAYOUT DO KBINPUT. CHAVE
      * JA PRESENTE NO ARMAZEM: AGENDAMENTO CANCELADO EM NOITE
      * ANTERIOR E REABERTO COM O PEDIDO NOVO; PEDIDO IDENTICO AO
      * ESTACIONADO (REEXECUCAO DO PORTAL OU REENVIO DA REMESSA) SO
      * E CONTADO; OUTRO PEDIDO PARA O MESMO ROTULO NA MESMA DATA E
      * REJEITADO. ERRO DE VSAM DEVOLVE O DETALHE A AREA PELO
      * REJEITO, PARA O PEDIDO NAO SE PERDER EM SILENCIO.
      *----------------------------------------------------------------*
       4600-AGENDAR-DETALHE.
           PERFORM 4800-MONTAR-CHAVE-AGENDA
               THRU 4800-MONTAR-CHAVE-AGENDA-EXIT
           MOVE 'P'                   TO AG-SITUACAO
           MOVE WS-DATA-EXECUCAO      TO AG-DATA-AGENDAMENTO
           MOVE ZERO                  TO AG-DATA-BAIXA
           MOVE GW-REGISTRO-MOVIMENTO TO AG-MOVIMENTO
           WRITE AG-REGISTRO-AGENDA
           IF WS-AGENDA-OK
               ADD 1 TO WS-QTDE-AGENDADOS
               ADD 1 TO AR-QTDE-ACEITOS (IDX-AREA)
               GO TO 4600-AGENDAR-DETALHE-EXIT
           END-IF
      *
           IF NOT WS-AGENDA-DUPLICADA
               DISPLAY 'ERRO VSAM NA GRAVACAO DO KBAGEND - ROTULO: '
                       DT-TEXTO-1 ' ' DT-TEXTO-2
                       ' STATUS=' WS-STATUS-AGENDA
               GO TO 4600-AGENDAR-DETALHE-ERRO
           END-IF
      *
           READ GW-ARQUIVO-AGENDA
           IF NOT WS-AGENDA-OK
               DISPLAY 'ERRO VSAM NA LEITURA DO KBAGEND - ROTULO: '
                       DT-TEXTO-1 ' ' DT-TEXTO-2
                       ' STATUS=' WS-STATUS-AGENDA
               GO TO 4600-AGENDAR-DETALHE-ERRO
           END-IF
      *
           EVALUATE TRUE
               WHEN AG-CANCELADO
                    AND AG-DATA-BAIXA < WS-DATA-EXECUCAO
                   CONTINUE
               WHEN AG-MOVIMENTO = GW-REGISTRO-MOVIMENTO
                   ADD 1 TO WS-QTDE-JA-AGENDADOS
                   ADD 1 TO AR-QTDE-ACEITOS (IDX-AREA)
                   GO TO 4600-AGENDAR-DETALHE-EXIT
               WHEN OTHER
                   ADD 1 TO WS-QTDE-REJ-AGENDA
                   ADD 1 TO AR-QTDE-REJEITADOS (IDX-AREA)
                   MOVE 'OUTRO PEDIDO AGENDADO NA MESMA DATA'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM 4400-GRAVAR-REJEITO
                       THRU 4400-GRAVAR-REJEITO-EXIT
                   GO TO 4600-AGENDAR-DETALHE-EXIT
           END-EVALUATE
      *
           MOVE 'P'                   TO AG-SITUACAO
           MOVE WS-DATA-EXECUCAO      TO AG-DATA-AGENDAMENTO
           MOVE ZERO                  TO AG-DATA-BAIXA
           MOVE GW-REGISTRO-MOVIMENTO TO AG-MOVIMENTO
           REWRITE AG-REGISTRO-AGENDA
           IF NOT WS-AGENDA-OK
               DISPLAY 'ERRO VSAM NA REGRAVACAO DO KBAGEND - ROTULO: '
                       DT-TEXTO-1 ' ' DT-TEXTO-2
                       ' STATUS=' WS-STATUS-AGENDA
               GO TO 4600-AGENDAR-DETALHE-ERRO
           END-IF
           ADD 1 TO WS-QTDE-AGENDADOS
           ADD 1 TO AR-QTDE-ACEITOS (IDX-AREA)
           GO TO 4600-AGENDAR-DETALHE-EXIT.
       4600-AGENDAR-DETALHE-ERRO.
           ADD 1 TO WS-QTDE-ERROS-AGENDA
           ADD 1 TO AR-QTDE-REJEITADOS (IDX-AREA)
           MOVE 'ERRO NO ARMAZEM DE AGENDAMENTO (KBAGEND)'
               TO WS-MOTIVO-REJEICAO
           PERFORM 4400-GRAVAR-REJEITO
               THRU 4400-GRAVAR-REJEITO-EXIT.
       4600-AGENDAR-DETALHE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4700-CANCELAR-AGENDAMENTO
      * CANCELA, A PEDIDO DA AREA DA REMESSA, O AGENDAMENTO DO ROTULO
      * NA DATA EFETIVA INFORMADA. A CHAVE LEVA A AREA CORRENTE, E
      * UMA AREA SO ALCANCA OS PROPRIOS AGENDAMENTOS. O PENDENTE E
      * MARCADO CANCELADO COM A DATA DE EXECUCAO. O LIBERADO NESTA
      * MESMA DATA TAMBEM PODE SER CANCELADO: O PORTAL ESTA
      * REMONTANDO O KBINPUT DA NOITE E A LIBERACAO SO O REPOE SE
      * CONTINUAR LIBERADO. CANCELAMENTO JA FEITO NESTA DATA
      * (REEXECUCAO) SO E CONTADO; OS DEMAIS CASOS SAO REJEITADOS.
      *----------------------------------------------------------------*
       4700-CANCELAR-AGENDAMENTO.
           IF WS-DATA-EFETIVA = ZERO
               MOVE 'CANCELAMENTO SEM DATA EFETIVA'
                   TO WS-MOTIVO-REJEICAO
               GO TO 4700-CANCELAR-AGENDAMENTO-REJ
           END-IF
      *
           PERFORM 4800-MONTAR-CHAVE-AGENDA
               THRU 4800-MONTAR-CHAVE-AGENDA-EXIT
           READ GW-ARQUIVO-AGENDA
           EVALUATE TRUE
               WHEN WS-AGENDA-OK
                   CONTINUE
               WHEN WS-AGENDA-SEM-CHAVE
                   MOVE 'AGENDAMENTO NAO ENCONTRADO PARA CANCELAR'
                       TO WS-MOTIVO-REJEICAO
                   GO TO 4700-CANCELAR-AGENDAMENTO-REJ
               WHEN OTHER
                   DISPLAY 'ERRO VSAM NA LEITURA DO KBAGEND - ROTULO: '
                           DT-TEXTO-1 ' ' DT-TEXTO-2
                           ' STATUS=' WS-STATUS-AGENDA
                   GO TO 4700-CANCELAR-AGENDAMENTO-ERRO
           END-EVALUATE
      *
           EVALUATE TRUE
               WHEN AG-PENDENTE
                   CONTINUE
               WHEN AG-LIBERADO
                    AND AG-DATA-BAIXA = WS-DATA-EXECUCAO
                   CONTINUE
               WHEN AG-CANCELADO
                    AND AG-DATA-BAIXA = WS-DATA-EXECUCAO
                   ADD 1 TO WS-QTDE-CANCELADOS
                   ADD 1 TO AR-QTDE-ACEITOS (IDX-AREA)
                   GO TO 4700-CANCELAR-AGENDAMENTO-EXIT
               WHEN AG-LIBERADO
                   MOVE 'AGENDAMENTO JA LIBERADO PARA O KBINPUT'
                       TO WS-MOTIVO-REJEICAO
                   GO TO 4700-CANCELAR-AGENDAMENTO-REJ
               WHEN OTHER
                   MOVE 'AGENDAMENTO JA CANCELADO'
                       TO WS-MOTIVO-REJEICAO
                   GO TO 4700-CANCELAR-AGENDAMENTO-REJ
           END-EVALUATE
      *
           MOVE 'X' TO AG-SITUACAO
           MOVE WS-DATA-EXECUCAO TO AG-DATA-BAIXA
           REWRITE AG-REGISTRO-AGENDA
           IF NOT WS-AGENDA-OK
               DISPLAY 'ERRO VSAM NA REGRAVACAO DO KBAGEND - ROTULO: '
                       DT-TEXTO-1 ' ' DT-TEXTO-2
                       ' STATUS=' WS-STATUS-AGENDA
               GO TO 4700-CANCELAR-AGENDAMENTO-ERRO
           END-IF
           ADD 1 TO WS-QTDE-CANCELADOS
           ADD 1 TO AR-QTDE-ACEITOS (IDX-AREA)
           GO TO 4700-CANCELAR-AGENDAMENTO-EXIT.
       4700-CANCELAR-AGENDAMENTO-REJ.
           ADD 1 TO WS-QTDE-REJ-AGENDA
           ADD 1 TO AR-QTDE-REJEITADOS (IDX-AREA)
           PERFORM 4400-GRAVAR-REJEITO
               THRU 4400-GRAVAR-REJEITO-EXIT
           GO TO 4700-CANCELAR-AGENDAMENTO-EXIT.
       4700-CANCELAR-AGENDAMENTO-ERRO.
           ADD 1 TO WS-QTDE-ERROS-AGENDA
           ADD 1 TO AR-QTDE-REJEITADOS (IDX-AREA)
           MOVE 'ERRO NO ARMAZEM DE AGENDAMENTO (KBAGEND)'
               TO WS-MOTIVO-REJEICAO
           PERFORM 4400-GRAVAR-REJEITO
               THRU 4400-GRAVAR-REJEITO-EXIT.
       4700-CANCELAR-AGENDAMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4800-MONTAR-CHAVE-AGENDA
      * MONTA A CHAVE DO ARMAZEM (DATA EFETIVA + AREA CORRENTE +
      * ROTULO DO DETALHE).
      *----------------------------------------------------------------*
       4800-MONTAR-CHAVE-AGENDA.
           MOVE WS-DATA-EFETIVA  TO AG-DATA-EFETIVA
           MOVE WS-AREA-CORRENTE TO AG-AREA
           MOVE DT-TEXTO-1       TO AG-TEXTO-1
           MOVE DT-TEXTO-2       TO AG-TEXTO-2.
       4800-MONTAR-CHAVE-AGENDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7000-LOCALIZAR-AREA
      * PROCURA A AREA EM HD-AREA NA TABELA DE AREAS, INCLUINDO-A
      * QUANDO AINDA NAO PRESENTE. O EXCEDENTE DO LIMITE E AVISADO
      *----------------------------------------------------------------*
      * 8000-ENCERRAMENTO
      * GRAVA O RELATORIO DO PORTAL, FECHA OS ARQUIVOS E SINALIZA NO
      * RETURN-CODE AS REMESSAS CONDENADAS, OS REGISTROS
      * REJEITADOS E OS ERROS NO ARMAZEM DE AGENDAMENTO.
      *----------------------------------------------------------------*
       8000-ENCERRAMENTO.
           IF NOT ERRO-ABERTURA-FATAL
           END-IF
      *
           CLOSE GW-ARQUIVO-MOVIMENTO
           CLOSE GW-ARQUIVO-AGENDA
           CLOSE GW-ARQUIVO-REJEITO
           CLOSE GW-ARQUIVO-RELATORIO
      *
           DISPLAY 'REJEITADOS POR REMESSA ..: ' WS-QTDE-REJ-LOTE
           DISPLAY 'REJEITADOS POR AUTORIZ ..: '
               WS-QTDE-REJ-AUTORIZACAO
           DISPLAY 'REJEITADOS POR POLITICA .: '
               WS-QTDE-REJ-POLITICA
           DISPLAY 'DETALHES ORFAOS .........: ' WS-QTDE-REJ-ORFAOS
           DISPLAY 'AREAS COM REMESSA FALHADA: '
               WS-QTDE-AREAS-FALHADAS
           DISPLAY 'AGENDADOS NO KBAGEND ....: ' WS-QTDE-AGENDADOS
           DISPLAY 'JA AGENDADOS (REENVIO) ..: ' WS-QTDE-JA-AGENDADOS
           DISPLAY 'AGENDAMENTOS CANCELADOS .: ' WS-QTDE-CANCELADOS
           DISPLAY 'REJEITADOS NO AGENDAMENTO: ' WS-QTDE-REJ-AGENDA
           DISPLAY 'ERROS DE VSAM NO KBAGEND : ' WS-QTDE-ERROS-AGENDA
      *
           IF RETURN-CODE = ZERO
              AND (WS-QTDE-AREAS-FALHADAS > ZERO
                   OR WS-QTDE-REJ-AUTORIZACAO > ZERO
                   OR WS-QTDE-REJ-POLITICA > ZERO
                   OR WS-QTDE-REJ-ORFAOS > ZERO
                   OR WS-QTDE-REJ-AGENDA > ZERO
                   OR WS-QTDE-ERROS-AGENDA > ZERO)
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-ENCERRAMENTO-EXIT.
           MOVE 'REJEITADOS POR FALTA DE AUTORIZACAO' TO WS-LD-ROTULO
           MOVE WS-QTDE-REJ-AUTORIZACAO TO WS-LD-VALOR
           WRITE GW-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'REJEITADOS PELA POLITICA CRIPTOGRAFICA'
               TO WS-LD-ROTULO
           MOVE WS-QTDE-REJ-POLITICA TO WS-LD-VALOR
           WRITE GW-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'DETALHES ORFAOS (SEM CABECALHO)' TO WS-LD-ROTULO
           MOVE WS-QTDE-REJ-ORFAOS TO WS-LD-VALOR
           WRITE GW-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'AGENDADOS NO KBAGEND (DATA FUTURA)' TO WS-LD-ROTULO
           MOVE WS-QTDE-AGENDADOS TO WS-LD-VALOR
           WRITE GW-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'JA AGENDADOS (REENVIO SEM ALTERACAO)' TO WS-LD-ROTULO
           MOVE WS-QTDE-JA-AGENDADOS TO WS-LD-VALOR
           WRITE GW-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'AGENDAMENTOS CANCELADOS PELA AREA' TO WS-LD-ROTULO
           MOVE WS-QTDE-CANCELADOS TO WS-LD-VALOR
           WRITE GW-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'REJEITADOS NO AGENDAMENTO/CANCELAMENTO'
               TO WS-LD-ROTULO
           MOVE WS-QTDE-REJ-AGENDA TO WS-LD-VALOR
           WRITE GW-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ERROS DE VSAM NO KBAGEND' TO WS-LD-ROTULO
           MOVE WS-QTDE-ERROS-AGENDA TO WS-LD-VALOR
           WRITE GW-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           WRITE GW-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           PERFORM 8110-LISTAR-UMA-AREA
