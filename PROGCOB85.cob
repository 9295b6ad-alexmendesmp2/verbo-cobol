      *            KBIQ P PREFIXO........
      *              VARREDURA DOS ROTULOS CUJO TEXTO-1 COMECA PELO
      *              PREFIXO INFORMADO
      *            KBIQ V TEXTO-1........ TEXTO-2........
      *              HISTORICO DE VERSOES DO ROTULO (KSDS KBVERS,
      *              COPY KBVERREC): SITUACAO, TIPO, TAMANHO E DATAS DE
      *              CADA CHAVE QUE O ROTULO JA TEVE. O TOKEN DE UMA
      *              VERSAO ANTERIOR E EXTRAIDO PELA JCL PROGCB32.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      *                  POR PREFIXO SOBRE KBINVEN, COM A ULTIMA
      *                  ATIVIDADE DE AUDITORIA VINDA DO KSDS KBAUDVS
      *                  (CARGA NOTURNA PELA JCL PROGCB86).
      * 15-10-2026 AM    REGISTRO DO INVENTARIO PASSA A 800 BYTES; A
      *                  CONSULTA EXATA MOSTRA AS DATAS DE INATIVACAO
      *                  E DE DESTRUICAO NO PKDS QUANDO PREENCHIDAS
      *                  (STATUS X = DESTRUIDO PELO PROGCOB90).
      * 15-10-2026 AM    COPIA CHAVEADA DA AUDITORIA (KBAUDVS) PASSA A
      *                  92 BYTES COM O USUARIO SOLICITANTE E O USUARIO
      *                  APROVADOR; A CONSULTA EXATA MOSTRA QUEM
      *                  SOLICITOU E QUEM APROVOU A ULTIMA ATIVIDADE
      *                  QUANDO ELA VEIO DA TRANSACAO ONLINE KBRQ.
      * 15-10-2026 AM    INVENTARIO PASSA A 803 BYTES E A COPIA CHAVEADA
      *                  DA AUDITORIA (KBAUDVS) A 95, AMBOS COM A AREA
      *                  SOLICITANTE NO FINAL; A CONSULTA EXATA MOSTRA A
      *                  AREA DONA DA CHAVE NA LINHA DA CONSTRUCAO (EM
      *                  BRANCO PARA ROTULOS ANTERIORES A AREA NO
      *                  LAYOUT).
      * 15-10-2026 AM    CONSULTA EXATA DE ROTULO COMPROMETIDO (STATUS
      *                  C, MARCADO PELA REVOGACAO DE EMERGENCIA DO
      *                  PROGCOB12) GANHA UMA LINHA DE ALERTA ABAIXO DO
      *                  ROTULO ATE A CHAVE SUBSTITUTA SER APLICADA.
      * 15-10-2026 AM    NOVA OPCAO V (KBIQ V TEXTO-1 TEXTO-2):
      *                  HISTORICO DE VERSOES DO ROTULO NO KSDS KBVERS,
      *                  UMA LINHA POR VERSAO COM SITUACAO, TIPO,
      *                  TAMANHO, AREA E AS DATAS DE CONSTRUCAO,
      *                  ATIVACAO, SUBSTITUICAO E COMPROMETIMENTO.
      * 15-10-2026 AM    OPCAO V MOSTRA POR EXTENSO A NOVA SITUACAO DE
      *                  VERSAO ESTORNADA (E), GRAVADA PELO ESTORNO DO
      *                  INVENTARIO (PROGCOB38).
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
           05  EN-OPCAO                  PIC X(01)      VALUE SPACE.
               88  EN-CONSULTA-EXATA     VALUE 'C'.
               88  EN-VARRE-PREFIXO      VALUE 'P'.
               88  EN-HISTORICO-VERSOES  VALUE 'V'.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  EN-TEXTO-1                PIC X(15)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
      *    REGISTRO DO INVENTARIO (MESMO LAYOUT DO CADASTRO BATCH)
      *----------------------------------------------------------------*
           COPY KBINVREC.
       01  WS-COMPR-INVENTARIO           PIC S9(04) COMP VALUE +803.
       01  WS-CHAVE-CONSULTA.
           05  CV-TEXTO-1                PIC X(15)      VALUE SPACES.
           05  CV-TEXTO-2                PIC X(15)      VALUE SPACES.
           05  AV-RETCODE                PIC 9(09).
           05  AV-MOTIVO                 PIC 9(09).
           05  AV-TIPO-CHAVE             PIC X(03).
           05  AV-USUARIO-SOLICITANTE    PIC X(08).
           05  AV-USUARIO-APROVADOR      PIC X(08).
           05  AV-AREA-SOLICITANTE       PIC X(03).
       01  WS-COMPR-AUDVS                PIC S9(04) COMP VALUE +95.
       01  WS-CHAVE-AUDVS.
           05  CA-TEXTO-1                PIC X(15)      VALUE SPACES.
           05  CA-TEXTO-2                PIC X(15)      VALUE SPACES.
           05  UA-HORA-EXECUCAO          PIC 9(08)      VALUE ZEROS.
           05  UA-RETCODE                PIC 9(09)      VALUE ZEROS.
           05  UA-MOTIVO                 PIC 9(09)      VALUE ZEROS.
           05  UA-USUARIO-SOLICITANTE    PIC X(08)      VALUE SPACES.
           05  UA-USUARIO-APROVADOR      PIC X(08)      VALUE SPACES.
       01  WS-ACHOU-AUDITORIA            PIC X(01)      VALUE 'N'.
           88  ACHOU-AUDITORIA           VALUE 'S'.
      *----------------------------------------------------------------*
      *    REGISTRO DO HISTORICO DE VERSOES DE CHAVE (KBVERS). CHAVE
      *    DE 34 BYTES = ROTULO(30) + NUMERO DA VERSAO(4).
      *----------------------------------------------------------------*
           COPY KBVERREC.
       01  WS-COMPR-VERSAO               PIC S9(04) COMP VALUE +815.
       01  WS-CHAVE-VERSAO.
           05  CH-TEXTO-1                PIC X(15)      VALUE SPACES.
           05  CH-TEXTO-2                PIC X(15)      VALUE SPACES.
           05  CH-NUMERO-VERSAO          PIC 9(04)      VALUE ZEROS.
       01  WS-QTDE-VERSOES               PIC 9(02) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *    TABELA DE RESOLUCAO DE MOTIVOS DO CSNDPKB (A MESMA DO
      *    LOTE DE GERACAO - COPY KBMOTTAB).
      *----------------------------------------------------------------*
           05  LC-DATA                   PIC 9(08)      VALUE ZEROS.
           05  FILLER PIC X(07) VALUE ' HORA: '.
           05  LC-HORA                   PIC 9(08)      VALUE ZEROS.
           05  FILLER PIC X(07) VALUE ' AREA: '.
           05  LC-AREA                   PIC X(03)      VALUE SPACES.
           05  FILLER                    PIC X(24)      VALUE SPACES.
       01  WS-LINHA-CICLO-VIDA.
           05  FILLER PIC X(21) VALUE 'INATIVADO EM .......:'.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LV-DATA-INATIVACAO        PIC 9(08)      VALUE ZEROS.
           05  FILLER PIC X(16) VALUE '  DESTRUIDO EM: '.
           05  LV-DATA-DESTRUICAO        PIC 9(08)      VALUE ZEROS.
           05  FILLER                    PIC X(25)      VALUE SPACES.
       01  WS-LINHA-AUDITORIA.
           05  FILLER PIC X(21) VALUE 'ULTIMA ATIVIDADE ...:'.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LM-MENSAGEM               PIC X(50)      VALUE SPACES.
           05  FILLER                    PIC X(07)      VALUE SPACES.
       01  WS-LINHA-RESPONSAVEIS.
           05  FILLER PIC X(21) VALUE 'SOLICITADO POR .....:'.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LR-SOLICITANTE            PIC X(08)      VALUE SPACES.
           05  FILLER PIC X(16) VALUE '  APROVADO POR: '.
           05  LR-APROVADOR              PIC X(08)      VALUE SPACES.
           05  FILLER                    PIC X(25)      VALUE SPACES.
       01  WS-LINHA-COLUNAS-VERSAO.
           05  FILLER PIC X(40) VALUE
               '  VERS  SITUACAO     TIP   TAM CONSTRUC '.
           05  FILLER PIC X(30) VALUE
               'ATIVACAO SUBSTIT. COMPROM. ARE'.
           05  FILLER                    PIC X(09)      VALUE SPACES.
       01  WS-LINHA-VERSAO.
           05  FILLER                    PIC X(02)      VALUE SPACES.
           05  LH-VERSAO                 PIC ZZZ9       VALUE ZERO.
           05  FILLER                    PIC X(02)      VALUE SPACES.
           05  LH-SITUACAO               PIC X(12)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LH-TIPO                   PIC X(03)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LH-TAMANHO                PIC ZZZZ9      VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LH-DATA-CONSTRUCAO        PIC 9(08)      VALUE ZEROS.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LH-DATA-ATIVACAO          PIC 9(08)      VALUE ZEROS.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LH-DATA-SUBSTITUICAO      PIC 9(08)      VALUE ZEROS.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LH-DATA-COMPROMETIMENTO   PIC 9(08)      VALUE ZEROS.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LH-AREA                   PIC X(03)      VALUE SPACES.
           05  FILLER                    PIC X(09)      VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
               WHEN EN-VARRE-PREFIXO
                   PERFORM 3000-VARRER-PREFIXO
                       THRU 3000-VARRER-PREFIXO-EXIT
               WHEN EN-HISTORICO-VERSOES
                   PERFORM 4000-LISTAR-VERSOES
                       THRU 4000-LISTAR-VERSOES-EXIT
               WHEN OTHER
                   MOVE 'OPCAO INVALIDA - USE C (CONSULTA EXATA), P '
                       TO WS-LINHA-TRABALHO
                   MOVE '(PREFIXO) OU V (VERSOES)'
                       TO WS-LINHA-TRABALHO (45:24)
                   PERFORM 6000-INCLUIR-LINHA
                       THRU 6000-INCLUIR-LINHA-EXIT
                   MOVE '  KBIQ C TEXTO-1 TEXTO-2  /  KBIQ P PREFIXO'
                       TO WS-LINHA-TRABALHO
                   PERFORM 6000-INCLUIR-LINHA
                       THRU 6000-INCLUIR-LINHA-EXIT
                   MOVE '  KBIQ V TEXTO-1 TEXTO-2'
                       TO WS-LINHA-TRABALHO
                   PERFORM 6000-INCLUIR-LINHA
                       THRU 6000-INCLUIR-LINHA-EXIT
           END-EVALUATE
      *
           EXEC CICS SEND TEXT
      *----------------------------------------------------------------*
      * 2100-MONTAR-LINHAS-CADASTRO
      * MONTA NA TELA AS LINHAS DO REGISTRO DO INVENTARIO: ROTULO,
      * STATUS, TIPO, TAMANHO, DATA/HORA DE CONSTRUCAO E AREA
      * SOLICITANTE. ROTULO INATIVO OU DESTRUIDO GANHA A LINHA DAS
      * DATAS DE INATIVACAO E DE DESTRUICAO NO PKDS. ROTULO
      * COMPROMETIDO (STATUS C) GANHA UMA LINHA DE ALERTA LOGO ABAIXO
      * DO ROTULO: A CHAVE FOI REVOGADA E A SUBSTITUTA AINDA NAO FOI
      * APLICADA.
      *----------------------------------------------------------------*
       2100-MONTAR-LINHAS-CADASTRO.
           MOVE IV-TEXTO-1        TO LI-TEXTO-1
           MOVE IV-TAMANHO-CHAVE  TO LI-TAMANHO
           MOVE WS-LINHA-INVENTARIO TO WS-LINHA-TRABALHO
           PERFORM 6000-INCLUIR-LINHA THRU 6000-INCLUIR-LINHA-EXIT
      *
           IF IV-ROTULO-COMPROMETIDO
               MOVE '*** ROTULO COMPROMETIDO - CHAVE REVOGADA, '
                   TO WS-LINHA-TRABALHO
               MOVE 'SUBSTITUTA PENDENTE ***'
                   TO WS-LINHA-TRABALHO (43:23)
               PERFORM 6000-INCLUIR-LINHA THRU 6000-INCLUIR-LINHA-EXIT
           END-IF
      *
           MOVE IV-DATA-CONSTRUCAO TO LC-DATA
           MOVE IV-HORA-CONSTRUCAO TO LC-HORA
           MOVE IV-AREA-SOLICITANTE TO LC-AREA
           MOVE WS-LINHA-CONSTRUCAO TO WS-LINHA-TRABALHO
           PERFORM 6000-INCLUIR-LINHA THRU 6000-INCLUIR-LINHA-EXIT
      *
           IF IV-DATA-INATIVACAO NOT = ZEROS
              OR IV-DATA-DESTRUICAO NOT = ZEROS
               MOVE IV-DATA-INATIVACAO TO LV-DATA-INATIVACAO
               MOVE IV-DATA-DESTRUICAO TO LV-DATA-DESTRUICAO
               MOVE WS-LINHA-CICLO-VIDA TO WS-LINHA-TRABALHO
               PERFORM 6000-INCLUIR-LINHA THRU 6000-INCLUIR-LINHA-EXIT
           END-IF.
       2100-MONTAR-LINHAS-CADASTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
           MOVE AV-DATA-EXECUCAO TO UA-DATA-EXECUCAO
           MOVE AV-HORA-EXECUCAO TO UA-HORA-EXECUCAO
           MOVE AV-RETCODE       TO UA-RETCODE
           MOVE AV-MOTIVO        TO UA-MOTIVO
           MOVE AV-USUARIO-SOLICITANTE TO UA-USUARIO-SOLICITANTE
           MOVE AV-USUARIO-APROVADOR   TO UA-USUARIO-APROVADOR.
       2210-LER-UMA-AUDITORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2300-MONTAR-LINHAS-AUDITORIA
      * MONTA NA TELA AS LINHAS DA ULTIMA ATIVIDADE DE AUDITORIA DO
      * ROTULO, COM O TEXTO DO MOTIVO RESOLVIDO PELA TABELA
      * COMPARTILHADA COM O LOTE (KBMOTTAB). MOVIMENTO QUE ENTROU PELA
      * TRANSACAO ONLINE KBRQ GANHA A LINHA DE QUEM SOLICITOU E QUEM
      * APROVOU.
      *----------------------------------------------------------------*
       2300-MONTAR-LINHAS-AUDITORIA.
           IF NOT ACHOU-AUDITORIA
               THRU 2310-RESOLVER-MOTIVO-EXIT
           MOVE WS-MENSAGEM-MOTIVO TO LM-MENSAGEM
           MOVE WS-LINHA-MOTIVO TO WS-LINHA-TRABALHO
           PERFORM 6000-INCLUIR-LINHA THRU 6000-INCLUIR-LINHA-EXIT
      *
           IF UA-USUARIO-SOLICITANTE NOT = SPACES
              OR UA-USUARIO-APROVADOR NOT = SPACES
               MOVE UA-USUARIO-SOLICITANTE TO LR-SOLICITANTE
               MOVE UA-USUARIO-APROVADOR   TO LR-APROVADOR
               MOVE WS-LINHA-RESPONSAVEIS TO WS-LINHA-TRABALHO
               PERFORM 6000-INCLUIR-LINHA THRU 6000-INCLUIR-LINHA-EXIT
           END-IF.
       2300-MONTAR-LINHAS-AUDITORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3200-LISTAR-UM-ROTULO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4000-LISTAR-VERSOES
      * HISTORICO DE VERSOES: INICIA A LEITURA DO KBVERS NA VERSAO
      * ZERO DO ROTULO INFORMADO E LISTA UMA LINHA POR VERSAO, DA
      * MAIS ANTIGA PARA A MAIS RECENTE, ATE O LIMITE DE LINHAS DA
      * TELA.
      *----------------------------------------------------------------*
       4000-LISTAR-VERSOES.
           IF EN-TEXTO-1 = SPACES OR EN-TEXTO-2 = SPACES
               MOVE 'INFORME TEXTO-1 E TEXTO-2 DO ROTULO'
                   TO WS-LINHA-TRABALHO
               PERFORM 6000-INCLUIR-LINHA
                   THRU 6000-INCLUIR-LINHA-EXIT
               GO TO 4000-LISTAR-VERSOES-EXIT
           END-IF
      *
           MOVE 'HISTORICO DE VERSOES DO ROTULO: ' TO WS-LINHA-TRABALHO
           MOVE EN-TEXTO-1 TO WS-LINHA-TRABALHO (33:15)
           MOVE EN-TEXTO-2 TO WS-LINHA-TRABALHO (49:15)
           PERFORM 6000-INCLUIR-LINHA THRU 6000-INCLUIR-LINHA-EXIT
      *
           MOVE EN-TEXTO-1 TO CH-TEXTO-1
           MOVE EN-TEXTO-2 TO CH-TEXTO-2
           MOVE ZEROS      TO CH-NUMERO-VERSAO
           MOVE ZERO TO WS-QTDE-VERSOES
           MOVE 'N'  TO WS-FIM-VARREDURA
      *
           EXEC CICS STARTBR
               FILE('KBVERS')
               RIDFLD(WS-CHAVE-VERSAO)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE 'ROTULO SEM HISTORICO DE VERSOES (KBVERS)'
                       TO WS-LINHA-TRABALHO
                   PERFORM 6000-INCLUIR-LINHA
                       THRU 6000-INCLUIR-LINHA-EXIT
                   GO TO 4000-LISTAR-VERSOES-EXIT
               WHEN OTHER
                   MOVE 'ERRO DE LEITURA DO HISTORICO - ACIONE O '
                       TO WS-LINHA-TRABALHO
                   MOVE 'SUPORTE' TO WS-LINHA-TRABALHO (41:7)
                   PERFORM 6000-INCLUIR-LINHA
                       THRU 6000-INCLUIR-LINHA-EXIT
                   GO TO 4000-LISTAR-VERSOES-EXIT
           END-EVALUATE
      *
           MOVE WS-LINHA-COLUNAS-VERSAO TO WS-LINHA-TRABALHO
           PERFORM 6000-INCLUIR-LINHA THRU 6000-INCLUIR-LINHA-EXIT
      *
           PERFORM 4100-LISTAR-UMA-VERSAO
               THRU 4100-LISTAR-UMA-VERSAO-EXIT
               UNTIL FIM-VARREDURA
      *
           EXEC CICS ENDBR
               FILE('KBVERS')
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-QTDE-VERSOES = ZERO
               MOVE 'ROTULO SEM HISTORICO DE VERSOES (KBVERS)'
                   TO WS-LINHA-TRABALHO
               PERFORM 6000-INCLUIR-LINHA
                   THRU 6000-INCLUIR-LINHA-EXIT
           END-IF.
       4000-LISTAR-VERSOES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4100-LISTAR-UMA-VERSAO
      * LE A PROXIMA VERSAO DA VARREDURA DO HISTORICO. VERSAO DE OUTRO
      * ROTULO, FIM DO ARQUIVO OU TELA CHEIA ENCERRAM A VARREDURA;
      * VERSAO DO ROTULO CONSULTADO VIRA UMA LINHA DA LISTA, COM A
      * SITUACAO POR EXTENSO.
      *----------------------------------------------------------------*
       4100-LISTAR-UMA-VERSAO.
           EXEC CICS READNEXT
               FILE('KBVERS')
               INTO(VR-REGISTRO-VERSAO)
               LENGTH(WS-COMPR-VERSAO)
               RIDFLD(WS-CHAVE-VERSAO)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET FIM-VARREDURA TO TRUE
               GO TO 4100-LISTAR-UMA-VERSAO-EXIT
           END-IF
      *
           IF VR-TEXTO-1 NOT = EN-TEXTO-1
              OR VR-TEXTO-2 NOT = EN-TEXTO-2
               SET FIM-VARREDURA TO TRUE
               GO TO 4100-LISTAR-UMA-VERSAO-EXIT
           END-IF
      *
           MOVE VR-NUMERO-VERSAO        TO LH-VERSAO
           EVALUATE TRUE
               WHEN VR-VERSAO-ATIVA
                   MOVE 'ATIVA'         TO LH-SITUACAO
               WHEN VR-VERSAO-COMPROMETIDA
                   MOVE 'COMPROMETIDA'  TO LH-SITUACAO
               WHEN VR-VERSAO-SUBSTITUIDA
                   MOVE 'SUBSTITUIDA'   TO LH-SITUACAO
               WHEN VR-VERSAO-REVOGADA
                   MOVE 'REVOGADA'      TO LH-SITUACAO
               WHEN VR-VERSAO-INATIVADA
                   MOVE 'INATIVADA'     TO LH-SITUACAO
               WHEN VR-VERSAO-ESTORNADA
                   MOVE 'ESTORNADA'     TO LH-SITUACAO
               WHEN OTHER
                   MOVE VR-SITUACAO-VERSAO TO LH-SITUACAO
           END-EVALUATE
           MOVE VR-TIPO-CHAVE           TO LH-TIPO
           MOVE VR-TAMANHO-CHAVE        TO LH-TAMANHO
           MOVE VR-DATA-CONSTRUCAO      TO LH-DATA-CONSTRUCAO
           MOVE VR-DATA-ATIVACAO        TO LH-DATA-ATIVACAO
           MOVE VR-DATA-SUBSTITUICAO    TO LH-DATA-SUBSTITUICAO
           MOVE VR-DATA-COMPROMETIMENTO TO LH-DATA-COMPROMETIMENTO
           MOVE VR-AREA-SOLICITANTE     TO LH-AREA
           MOVE WS-LINHA-VERSAO TO WS-LINHA-TRABALHO
           PERFORM 6000-INCLUIR-LINHA THRU 6000-INCLUIR-LINHA-EXIT
           ADD 1 TO WS-QTDE-VERSOES
      *
           IF WS-QTDE-VERSOES >= WS-MAXIMO-LINHAS-VARRE
               MOVE 'LISTA TRUNCADA NO LIMITE DA TELA - HISTORICO '
                   TO WS-LINHA-TRABALHO
               MOVE 'COMPLETO PELA JCL PROGCB32'
                   TO WS-LINHA-TRABALHO (47:26)
               PERFORM 6000-INCLUIR-LINHA
                   THRU 6000-INCLUIR-LINHA-EXIT
               SET FIM-VARREDURA TO TRUE
           END-IF.
       4100-LISTAR-UMA-VERSAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 6000-INCLUIR-LINHA
      * INCLUI WS-LINHA-TRABALHO NA PROXIMA LINHA LIVRE DA TELA DE
      * SAIDA. LINHAS ALEM DA CAPACIDADE DA TELA SAO DESCARTADAS EM
