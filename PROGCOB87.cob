      ******************************************************************
      * Author: ALEX MENDES
      * Date: 15-10-2026
      * Purpose: SOLICITACAO ONLINE (CICS) DE MOVIMENTO DE CHAVES PKA
      *          COM DUPLA APROVACAO, AO LADO DA REMESSA DO PORTAL
      *          (KBGWIN/PROGCOB05). UM USUARIO DA AREA INFORMA O
      *          ROTULO, O CODIGO A/R/D, O TIPO E O TAMANHO DA CHAVE;
      *          A SOLICITACAO E VALIDADA COM AS MESMAS REGRAS DO LOTE
      *          DE GERACAO (PROGCOB10) E COM A MESMA AUTORIZACAO
      *          AREA X PREFIXO X TIPO DO PORTAL (KBAUTTAB, LIDA DA
      *          COPIA CHAVEADA KBAUTVS) E FICA PENDENTE NA FILA
      *          KBSOLIC ATE QUE UM SEGUNDO USUARIO DA MESMA AREA A
      *          APROVE OU RECUSE. A AREA DO USUARIO VEM DO CADASTRO
      *          DE USUARIOS KBUSRVS (COPIA CHAVEADA DO KBUSRTAB); AS
      *          DUAS COPIAS SAO CARREGADAS PELA JCL PROGCB87. OS
      *          APROVADOS SAO BAIXADOS TODA NOITE PELO PROGCOB88
      *          PARA A REMESSA ONLINE QUE ENTRA NO PORTAL.
      *
      *          ENTRADA DA TRANSACAO (CAMPOS FIXOS APOS O CODIGO):
      *            KBRQ S TEXTO-1........ TEXTO-2........ C TIP TAMN
      *              SOLICITA O MOVIMENTO (C = A/R/D, TAMANHO COM 4
      *              DIGITOS; TIPO E TAMANHO DISPENSADOS NO D)
      *            KBRQ A TEXTO-1........ TEXTO-2........
      *              APROVA A SOLICITACAO PENDENTE DO ROTULO
      *            KBRQ R TEXTO-1........ TEXTO-2........
      *              RECUSA A SOLICITACAO PENDENTE DO ROTULO
      *            KBRQ L
      *              LISTA AS SOLICITACOES PENDENTES DA AREA
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 15-10-2026 AM    VERSAO INICIAL - SOLICITACAO, APROVACAO,
      *                  RECUSA E LISTA DE PENDENTES SOBRE A FILA
      *                  KBSOLIC, COM AUTORIZACAO PELO KBAUTVS E AREA
      *                  DO USUARIO PELO KBUSRVS.
      * 15-10-2026 AM    REGISTRO DO INVENTARIO PASSA A 803 BYTES (AREA
      *                  SOLICITANTE NO FINAL); AJUSTADO O COMPRIMENTO
      *                  DA LEITURA DO KBINVEN.
      * 15-10-2026 AM    MOTIVO DA RECUSA (50) E SITUACAO (25) ALARGADOS
      *                  NAS LINHAS DA TELA, QUE CORTAVAM OS TEXTOS MAIS
      *                  LONGOS; AS LINHAS CONTINUAM COM 79 BYTES.
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       PROGRAM-ID. PROGCOB87.
       AUTHOR. ALEX MENDES.
       INSTALLATION. CENTRO DE PROCESSAMENTO DE DADOS.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    ENTRADA DA TRANSACAO (CAMPOS FIXOS APOS O CODIGO KBRQ)
      *----------------------------------------------------------------*
       01  WS-DADOS-ENTRADA.
           05  EN-TRANSACAO              PIC X(04)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  EN-OPCAO                  PIC X(01)      VALUE SPACE.
               88  EN-SOLICITAR          VALUE 'S'.
               88  EN-APROVAR            VALUE 'A'.
               88  EN-RECUSAR            VALUE 'R'.
               88  EN-LISTAR             VALUE 'L'.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  EN-TEXTO-1                PIC X(15)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  EN-TEXTO-2                PIC X(15)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  EN-COD-TRANSACAO          PIC X(01)      VALUE SPACE.
               88  EN-TRANS-INCLUSAO     VALUE 'A'.
               88  EN-TRANS-DESATIVACAO  VALUE 'D'.
               88  EN-TRANS-VALIDA       VALUES 'A' 'R' 'D'.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  EN-TIPO-CHAVE             PIC X(03)      VALUE SPACES.
               88  EN-TIPO-ECC           VALUE 'ECC'.
               88  EN-TIPO-VALIDO        VALUES 'RSA' 'CRT' 'ECC'.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  EN-TAMANHO-CHAVE          PIC X(04)      VALUE SPACES.
           05  FILLER                    PIC X(31)      VALUE SPACES.
       01  WS-COMPR-ENTRADA              PIC S9(04) COMP VALUE +80.
      *----------------------------------------------------------------*
      *    REGISTRO DA FILA DE SOLICITACOES (KBSOLIC)
      *----------------------------------------------------------------*
           COPY KBSOLREC.
       01  WS-COMPR-SOLICITACAO          PIC S9(04) COMP VALUE +120.
       01  WS-CHAVE-SOLICITACAO.
           05  CS-AREA                   PIC X(03)      VALUE SPACES.
           05  CS-TEXTO-1                PIC X(15)      VALUE SPACES.
           05  CS-TEXTO-2                PIC X(15)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    CADASTRO DE USUARIOS (KBUSRVS): AREA DE CADA USUARIO CICS
      *----------------------------------------------------------------*
       01  WS-REGISTRO-USUARIO.
           05  US-USUARIO                PIC X(08).
           05  US-AREA                   PIC X(03).
           05  FILLER                    PIC X(69).
       01  WS-COMPR-USUARIO              PIC S9(04) COMP VALUE +80.
       01  WS-USUARIO-CICS               PIC X(08)      VALUE SPACES.
       01  WS-AREA-USUARIO               PIC X(03)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    COPIA CHAVEADA DA TABELA DE AUTORIZACAO (KBAUTVS). CHAVE
      *    DE 21 BYTES = AREA(3) + PREFIXO(15) + TIPO(3); A JCL
      *    PROGCB87 REORDENA OS CAMPOS DO KBAUTTAB NESTA DISPOSICAO.
      *    TIPO EM BRANCO NA TABELA AUTORIZA QUALQUER TIPO.
      *----------------------------------------------------------------*
       01  WS-REGISTRO-AUTVS.
           05  AV-CHAVE.
               10  AV-AREA               PIC X(03).
               10  AV-PREFIXO            PIC X(15).
               10  AV-TIPO-CHAVE         PIC X(03).
           05  AV-COMPR-PREFIXO          PIC 9(02).
           05  FILLER                    PIC X(57).
       01  WS-COMPR-AUTVS                PIC S9(04) COMP VALUE +80.
       01  WS-CHAVE-AUTVS.
           05  CA-AREA                   PIC X(03)      VALUE SPACES.
           05  CA-PREFIXO                PIC X(15)      VALUE SPACES.
           05  CA-TIPO-CHAVE             PIC X(03)      VALUE SPACES.
       01  WS-TIPO-SOLICITADO            PIC X(03)      VALUE SPACES.
       01  WS-AUTORIZADO                 PIC X(01)      VALUE 'N'.
           88  REGISTRO-AUTORIZADO       VALUE 'S'.
      *----------------------------------------------------------------*
      *    REGISTRO DO INVENTARIO (INCLUSAO DE ROTULO JA EXISTENTE)
      *----------------------------------------------------------------*
           COPY KBINVREC.
       01  WS-COMPR-INVENTARIO           PIC S9(04) COMP VALUE +803.
       01  WS-CHAVE-CONSULTA.
           05  CV-TEXTO-1                PIC X(15)      VALUE SPACES.
           05  CV-TEXTO-2                PIC X(15)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    AREA DE TRABALHO DA VALIDACAO (AS MESMAS REGRAS DO
      *    PROGCOB10 2100-VALIDAR-REGISTRO)
      *----------------------------------------------------------------*
       01  WS-REGISTRO-VALIDO            PIC X(01)      VALUE 'S'.
           88  REGISTRO-VALIDO           VALUE 'S'.
       01  WS-MOTIVO-REJEICAO            PIC X(50)      VALUE SPACES.
       01  WS-TAMANHO-SOLICITADO         PIC 9(04)      VALUE ZEROS.
           88  WS-TAMANHO-RSA-VALIDO     VALUES 1024 2048 4096.
           88  WS-TAMANHO-ECC-VALIDO     VALUES 192 224 256 384 521.
       01  WS-CARACTERES-VALIDOS         PIC X(37)      VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 '.
       01  WS-CARACTER-ATUAL             PIC X(01)      VALUE SPACE.
       01  WS-POSICAO-CARACTER           PIC 9(02) COMP VALUE ZERO.
       01  WS-INDICE-VALIDACAO           PIC 9(02) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *    DATA E HORA CORRENTES (ASKTIME/FORMATTIME)
      *----------------------------------------------------------------*
       01  WS-ABSTIME                    PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-DATA-CORRENTE              PIC 9(08)      VALUE ZEROS.
       01  WS-HORA-CORRENTE              PIC 9(06)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    CONTROLE DA LISTA DE PENDENTES
      *----------------------------------------------------------------*
       77  WS-MAXIMO-LINHAS-LISTA        PIC 9(02) COMP VALUE 10.
       01  WS-QTDE-LISTADOS              PIC 9(02) COMP VALUE ZERO.
       01  WS-FIM-VARREDURA              PIC X(01)      VALUE 'N'.
           88  FIM-VARREDURA             VALUE 'S'.
      *----------------------------------------------------------------*
      *    AREA DE RESPOSTA DOS COMANDOS CICS
      *----------------------------------------------------------------*
       01  WS-RESP                       PIC S9(08) COMP VALUE ZEROS.
      *----------------------------------------------------------------*
      *    TELA DE SAIDA (BLOCO DE LINHAS ENVIADO POR SEND TEXT)
      *----------------------------------------------------------------*
       01  WS-TELA-SAIDA.
           05  TL-LINHA OCCURS 14 TIMES.
               10  TL-TEXTO              PIC X(79).
               10  FILLER                PIC X(01).
       01  WS-COMPR-TELA                 PIC S9(04) COMP VALUE +1120.
       01  WS-LINHA-CORRENTE             PIC 9(02) COMP VALUE ZERO.
       01  WS-LINHA-TRABALHO             PIC X(79)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    AREAS DE MONTAGEM DAS LINHAS DA TELA
      *----------------------------------------------------------------*
       01  WS-LINHA-REJEICAO.
           05  FILLER PIC X(20) VALUE 'SOLICITACAO RECUSADA'.
           05  FILLER PIC X(03) VALUE ' - '.
           05  LJ-MOTIVO                 PIC X(50)      VALUE SPACES.
           05  FILLER                    PIC X(06)      VALUE SPACES.
       01  WS-LINHA-SITUACAO.
           05  FILLER PIC X(09) VALUE 'ROTULO: '.
           05  LS-TEXTO-1                PIC X(15)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LS-TEXTO-2                PIC X(15)      VALUE SPACES.
           05  FILLER PIC X(11) VALUE ' SITUACAO: '.
           05  LS-SITUACAO               PIC X(25)      VALUE SPACES.
           05  FILLER                    PIC X(03)      VALUE SPACES.
       01  WS-LINHA-PENDENTE.
           05  LP-TEXTO-1                PIC X(15)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LP-TEXTO-2                PIC X(15)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LP-COD-TRANSACAO          PIC X(01)      VALUE SPACE.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LP-TIPO                   PIC X(03)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LP-TAMANHO                PIC ZZZZ9      VALUE ZERO.
           05  FILLER PIC X(06) VALUE ' POR: '.
           05  LP-SOLICITANTE            PIC X(08)      VALUE SPACES.
           05  FILLER PIC X(04) VALUE ' EM '.
           05  LP-DATA                   PIC 9(08)      VALUE ZEROS.
           05  FILLER                    PIC X(10)      VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      * RECEBE A ENTRADA DA TRANSACAO, IDENTIFICA O USUARIO E A SUA
      * AREA, DESPACHA PELA OPCAO (SOLICITAR, APROVAR, RECUSAR OU
      * LISTAR), ENVIA A TELA MONTADA E DEVOLVE O CONTROLE AO CICS.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE SPACES TO WS-TELA-SAIDA
           MOVE ZERO TO WS-LINHA-CORRENTE
      *
           EXEC CICS RECEIVE
               INTO(WS-DADOS-ENTRADA)
               LENGTH(WS-COMPR-ENTRADA)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ERRO NA RECEPCAO DA ENTRADA - TENTE DE NOVO'
                   TO WS-LINHA-TRABALHO
               PERFORM 6000-INCLUIR-LINHA
                   THRU 6000-INCLUIR-LINHA-EXIT
           ELSE
               PERFORM 1000-IDENTIFICAR-USUARIO
                   THRU 1000-IDENTIFICAR-USUARIO-EXIT
           END-IF
      *
           IF WS-AREA-USUARIO NOT = SPACES
               EVALUATE TRUE
                   WHEN EN-SOLICITAR
                       PERFORM 2000-SOLICITAR-MOVIMENTO
                           THRU 2000-SOLICITAR-MOVIMENTO-EXIT
                   WHEN EN-APROVAR
                   WHEN EN-RECUSAR
                       PERFORM 3000-DECIDIR-SOLICITACAO
                           THRU 3000-DECIDIR-SOLICITACAO-EXIT
                   WHEN EN-LISTAR
                       PERFORM 4000-LISTAR-PENDENTES
                           THRU 4000-LISTAR-PENDENTES-EXIT
                   WHEN OTHER
                       MOVE 'OPCAO INVALIDA - USE S, A, R OU L'
                           TO WS-LINHA-TRABALHO
                       PERFORM 6000-INCLUIR-LINHA
                           THRU 6000-INCLUIR-LINHA-EXIT
                       MOVE '  KBRQ S TEXTO-1 TEXTO-2 C TIP TAMN'
                           TO WS-LINHA-TRABALHO
                       PERFORM 6000-INCLUIR-LINHA
                           THRU 6000-INCLUIR-LINHA-EXIT
                       MOVE '  KBRQ A|R TEXTO-1 TEXTO-2  /  KBRQ L'
                           TO WS-LINHA-TRABALHO
                       PERFORM 6000-INCLUIR-LINHA
                           THRU 6000-INCLUIR-LINHA-EXIT
               END-EVALUATE
           END-IF
      *
           EXEC CICS SEND TEXT
               FROM(WS-TELA-SAIDA)
               LENGTH(WS-COMPR-TELA)
               ERASE
               FREEKB
           END-EXEC
      *
           EXEC CICS RETURN
           END-EXEC.
      *----------------------------------------------------------------*
      * 1000-IDENTIFICAR-USUARIO
      * OBTEM O USUARIO CICS DA TAREFA E PROCURA A SUA AREA NO
      * CADASTRO DE USUARIOS. USUARIO SEM AREA CADASTRADA NAO PODE
      * SOLICITAR NEM APROVAR (WS-AREA-USUARIO FICA EM BRANCO).
      *----------------------------------------------------------------*
       1000-IDENTIFICAR-USUARIO.
           MOVE SPACES TO WS-AREA-USUARIO
           EXEC CICS ASSIGN
               USERID(WS-USUARIO-CICS)
               RESP(WS-RESP)
           END-EXEC
      *
           EXEC CICS READ
               FILE('KBUSRVS')
               INTO(WS-REGISTRO-USUARIO)
               LENGTH(WS-COMPR-USUARIO)
               RIDFLD(WS-USUARIO-CICS)
               RESP(WS-RESP)
           END-EXEC
      *
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE US-AREA TO WS-AREA-USUARIO
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE 'USUARIO SEM AREA NO CADASTRO (KBUSRTAB): '
                       TO WS-LINHA-TRABALHO
                   MOVE WS-USUARIO-CICS TO WS-LINHA-TRABALHO (43:8)
                   PERFORM 6000-INCLUIR-LINHA
                       THRU 6000-INCLUIR-LINHA-EXIT
               WHEN OTHER
                   MOVE 'ERRO DE LEITURA DO CADASTRO DE USUARIOS - '
                       TO WS-LINHA-TRABALHO
                   MOVE 'ACIONE O SUPORTE' TO WS-LINHA-TRABALHO (43:16)
                   PERFORM 6000-INCLUIR-LINHA
                       THRU 6000-INCLUIR-LINHA-EXIT
           END-EVALUATE.
       1000-IDENTIFICAR-USUARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-SOLICITAR-MOVIMENTO
      * VALIDA A SOLICITACAO (FORMATO, AUTORIZACAO DA AREA E, NA
      * INCLUSAO, ROTULO AINDA FORA DO INVENTARIO) E A GRAVA NA FILA
      * COMO PENDENTE. JA EXISTINDO SOLICITACAO EM ABERTO PARA O
      * MESMO ROTULO NA AREA, A NOVA E RECUSADA.
      *----------------------------------------------------------------*
       2000-SOLICITAR-MOVIMENTO.
           PERFORM 2100-VALIDAR-SOLICITACAO
               THRU 2100-VALIDAR-SOLICITACAO-EXIT
      *
           IF REGISTRO-VALIDO
               PERFORM 2200-VALIDAR-AUTORIZACAO
                   THRU 2200-VALIDAR-AUTORIZACAO-EXIT
           END-IF
      *
           IF REGISTRO-VALIDO AND EN-TRANS-INCLUSAO
               PERFORM 2300-TRIAR-JA-EXISTENTE
                   THRU 2300-TRIAR-JA-EXISTENTE-EXIT
           END-IF
      *
           IF NOT REGISTRO-VALIDO
               MOVE WS-MOTIVO-REJEICAO TO LJ-MOTIVO
               MOVE WS-LINHA-REJEICAO TO WS-LINHA-TRABALHO
               PERFORM 6000-INCLUIR-LINHA
                   THRU 6000-INCLUIR-LINHA-EXIT
               GO TO 2000-SOLICITAR-MOVIMENTO-EXIT
           END-IF
      *
           PERFORM 7000-OBTER-DATA-HORA THRU 7000-OBTER-DATA-HORA-EXIT
           MOVE SPACES                TO SL-REGISTRO-SOLICITACAO
           MOVE WS-AREA-USUARIO       TO SL-AREA
           MOVE EN-TEXTO-1            TO SL-TEXTO-1
           MOVE EN-TEXTO-2            TO SL-TEXTO-2
           MOVE WS-TAMANHO-SOLICITADO TO SL-TAMANHO-CHAVE
           MOVE EN-COD-TRANSACAO      TO SL-COD-TRANSACAO
           MOVE EN-TIPO-CHAVE         TO SL-TIPO-CHAVE
           SET SL-PENDENTE            TO TRUE
           MOVE WS-USUARIO-CICS       TO SL-USUARIO-SOLICITANTE
           MOVE WS-DATA-CORRENTE      TO SL-DATA-SOLICITACAO
           MOVE WS-HORA-CORRENTE      TO SL-HORA-SOLICITACAO
           MOVE ZEROS                 TO SL-DATA-DECISAO
           MOVE ZEROS                 TO SL-HORA-DECISAO
           MOVE SL-CHAVE-SOLICITACAO  TO WS-CHAVE-SOLICITACAO
      *
           EXEC CICS WRITE
               FILE('KBSOLIC')
               FROM(SL-REGISTRO-SOLICITACAO)
               LENGTH(WS-COMPR-SOLICITACAO)
               RIDFLD(WS-CHAVE-SOLICITACAO)
               RESP(WS-RESP)
           END-EXEC
      *
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE 'PENDENTE DE APROVACAO' TO LS-SITUACAO
                   PERFORM 6100-INCLUIR-LINHA-SITUACAO
                       THRU 6100-INCLUIR-LINHA-SITUACAO-EXIT
                   MOVE 'UM SEGUNDO USUARIO DA AREA DEVE APROVAR COM '
                       TO WS-LINHA-TRABALHO
                   MOVE 'KBRQ A' TO WS-LINHA-TRABALHO (45:6)
                   PERFORM 6000-INCLUIR-LINHA
                       THRU 6000-INCLUIR-LINHA-EXIT
               WHEN WS-RESP = DFHRESP(DUPREC)
                   MOVE 'JA EXISTE SOLICITACAO EM ABERTO PARA O ROTULO'
                       TO LJ-MOTIVO
                   MOVE WS-LINHA-REJEICAO TO WS-LINHA-TRABALHO
                   PERFORM 6000-INCLUIR-LINHA
                       THRU 6000-INCLUIR-LINHA-EXIT
               WHEN OTHER
                   MOVE 'ERRO DE GRAVACAO NA FILA (KBSOLIC) - ACIONE '
                       TO WS-LINHA-TRABALHO
                   MOVE 'O SUPORTE' TO WS-LINHA-TRABALHO (45:9)
                   PERFORM 6000-INCLUIR-LINHA
                       THRU 6000-INCLUIR-LINHA-EXIT
           END-EVALUATE.
       2000-SOLICITAR-MOVIMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2100-VALIDAR-SOLICITACAO
      * VALIDA O CODIGO DE TRANSACAO, O TIPO DE CHAVE, O ROTULO (EM
      * BRANCO, CARACTERES INVALIDOS) E O TAMANHO POR TIPO, COM AS
      * MESMAS REGRAS DO LOTE DE GERACAO. TIPO EM BRANCO ASSUME RSA;
      * NA DESATIVACAO O TIPO E O TAMANHO NAO SAO EXIGIDOS.
      *----------------------------------------------------------------*
       2100-VALIDAR-SOLICITACAO.
           SET REGISTRO-VALIDO TO TRUE
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           MOVE ZEROS  TO WS-TAMANHO-SOLICITADO
      *
           IF EN-TIPO-CHAVE = SPACES
               MOVE 'RSA' TO EN-TIPO-CHAVE
           END-IF
      *
           IF NOT EN-TRANS-VALIDA
               MOVE 'N' TO WS-REGISTRO-VALIDO
               MOVE 'CODIGO DE TRANSACAO DESCONHECIDO'
                   TO WS-MOTIVO-REJEICAO
           END-IF
      *
           IF REGISTRO-VALIDO AND NOT EN-TRANS-DESATIVACAO
                              AND NOT EN-TIPO-VALIDO
               MOVE 'N' TO WS-REGISTRO-VALIDO
               MOVE 'TIPO DE CHAVE DESCONHECIDO'
                   TO WS-MOTIVO-REJEICAO
           END-IF
      *
           IF REGISTRO-VALIDO AND EN-TEXTO-1 = SPACES
               MOVE 'N' TO WS-REGISTRO-VALIDO
               MOVE 'ROTULO DE CHAVE (TEXTO-1) EM BRANCO'
                   TO WS-MOTIVO-REJEICAO
           END-IF
      *
           IF REGISTRO-VALIDO AND EN-TEXTO-2 = SPACES
               MOVE 'N' TO WS-REGISTRO-VALIDO
               MOVE 'ROTULO DE CHAVE (TEXTO-2) EM BRANCO'
                   TO WS-MOTIVO-REJEICAO
           END-IF
      *
           IF REGISTRO-VALIDO
               PERFORM 2110-VALIDAR-CARACTERES
                   THRU 2110-VALIDAR-CARACTERES-EXIT
           END-IF
      *
           IF REGISTRO-VALIDO AND NOT EN-TRANS-DESATIVACAO
               IF EN-TAMANHO-CHAVE IS NOT NUMERIC
                   MOVE 'N' TO WS-REGISTRO-VALIDO
                   MOVE 'TAMANHO DE CHAVE NAO NUMERICO (4 DIGITOS)'
                       TO WS-MOTIVO-REJEICAO
               ELSE
                   MOVE EN-TAMANHO-CHAVE TO WS-TAMANHO-SOLICITADO
               END-IF
           END-IF
      *
           IF REGISTRO-VALIDO AND NOT EN-TRANS-DESATIVACAO
               IF EN-TIPO-ECC
                   IF NOT WS-TAMANHO-ECC-VALIDO
                       MOVE 'N' TO WS-REGISTRO-VALIDO
                       MOVE 'CURVA ECC NAO SUPORTADA'
                           TO WS-MOTIVO-REJEICAO
                   END-IF
               ELSE
                   IF NOT WS-TAMANHO-RSA-VALIDO
                       MOVE 'N' TO WS-REGISTRO-VALIDO
                       MOVE 'TAMANHO DE CHAVE NAO SUPORTADO'
                           TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-IF.
       2100-VALIDAR-SOLICITACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2110-VALIDAR-CARACTERES
      * PERCORRE TEXTO-1 E TEXTO-2 POSICAO A POSICAO, CONFERINDO QUE
      * SOMENTE LETRAS, DIGITOS E BRANCOS FORAM INFORMADOS.
      *----------------------------------------------------------------*
       2110-VALIDAR-CARACTERES.
           PERFORM VARYING WS-INDICE-VALIDACAO FROM 1 BY 1
                   UNTIL WS-INDICE-VALIDACAO > 15
                      OR NOT REGISTRO-VALIDO
               MOVE EN-TEXTO-1 (WS-INDICE-VALIDACAO:1)
                   TO WS-CARACTER-ATUAL
               PERFORM 2111-CONFERIR-CARACTER
                   THRU 2111-CONFERIR-CARACTER-EXIT
               IF REGISTRO-VALIDO
                   MOVE EN-TEXTO-2 (WS-INDICE-VALIDACAO:1)
                       TO WS-CARACTER-ATUAL
                   PERFORM 2111-CONFERIR-CARACTER
                       THRU 2111-CONFERIR-CARACTER-EXIT
               END-IF
           END-PERFORM.
       2110-VALIDAR-CARACTERES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2111-CONFERIR-CARACTER
      * CONFERE SE WS-CARACTER-ATUAL PERTENCE AO CONJUNTO DE
      * CARACTERES VALIDOS PARA UM ROTULO DE CHAVE.
      *----------------------------------------------------------------*
       2111-CONFERIR-CARACTER.
           MOVE ZERO TO WS-POSICAO-CARACTER
           INSPECT WS-CARACTERES-VALIDOS TALLYING WS-POSICAO-CARACTER
               FOR ALL WS-CARACTER-ATUAL
           IF WS-POSICAO-CARACTER = ZERO
               MOVE 'N' TO WS-REGISTRO-VALIDO
               MOVE 'ROTULO DE CHAVE COM CARACTER INVALIDO'
                   TO WS-MOTIVO-REJEICAO
           END-IF.
       2111-CONFERIR-CARACTER-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2200-VALIDAR-AUTORIZACAO
      * CONFERE SE A AREA DO USUARIO TEM AUTORIZACAO PARA O PREFIXO
      * DE ROTULO (TEXTO-1) E O TIPO DE CHAVE, COM A MESMA REGRA DO
      * PORTAL (PROGCOB05 4300): VARRE AS ENTRADAS DA AREA NA COPIA
      * CHAVEADA DA TABELA DE AUTORIZACAO ATE ACHAR UMA QUE COBRE.
      *----------------------------------------------------------------*
       2200-VALIDAR-AUTORIZACAO.
           MOVE 'N' TO WS-AUTORIZADO
           MOVE 'N' TO WS-FIM-VARREDURA
           MOVE EN-TIPO-CHAVE TO WS-TIPO-SOLICITADO
           MOVE WS-AREA-USUARIO TO CA-AREA
           MOVE SPACES TO CA-PREFIXO
           MOVE SPACES TO CA-TIPO-CHAVE
      *
           EXEC CICS STARTBR
               FILE('KBAUTVS')
               RIDFLD(WS-CHAVE-AUTVS)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2210-LER-UMA-AUTORIZACAO
                   THRU 2210-LER-UMA-AUTORIZACAO-EXIT
                   UNTIL FIM-VARREDURA
               EXEC CICS ENDBR
                   FILE('KBAUTVS')
                   RESP(WS-RESP)
               END-EXEC
           END-IF
      *
           IF NOT REGISTRO-AUTORIZADO
               MOVE 'N' TO WS-REGISTRO-VALIDO
               MOVE 'AREA NAO AUTORIZADA PARA PREFIXO/TIPO'
                   TO WS-MOTIVO-REJEICAO
           END-IF.
       2200-VALIDAR-AUTORIZACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2210-LER-UMA-AUTORIZACAO
      * LE A PROXIMA ENTRADA DA VARREDURA DA TABELA DE AUTORIZACAO.
      * ENTRADA DE OUTRA AREA OU FIM DO ARQUIVO ENCERRA A VARREDURA;
      * ENTRADA QUE COBRE O PREFIXO E O TIPO AUTORIZA A SOLICITACAO.
      *----------------------------------------------------------------*
       2210-LER-UMA-AUTORIZACAO.
           EXEC CICS READNEXT
               FILE('KBAUTVS')
               INTO(WS-REGISTRO-AUTVS)
               LENGTH(WS-COMPR-AUTVS)
               RIDFLD(WS-CHAVE-AUTVS)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR AV-AREA NOT = WS-AREA-USUARIO
               SET FIM-VARREDURA TO TRUE
               GO TO 2210-LER-UMA-AUTORIZACAO-EXIT
           END-IF
      *
           IF AV-COMPR-PREFIXO IS NOT NUMERIC
              OR AV-COMPR-PREFIXO < 1
              OR AV-COMPR-PREFIXO > 15
               GO TO 2210-LER-UMA-AUTORIZACAO-EXIT
           END-IF
      *
           IF EN-TEXTO-1 (1:AV-COMPR-PREFIXO)
              = AV-PREFIXO (1:AV-COMPR-PREFIXO)
              AND (AV-TIPO-CHAVE = SPACES
                   OR AV-TIPO-CHAVE = WS-TIPO-SOLICITADO)
               SET REGISTRO-AUTORIZADO TO TRUE
               SET FIM-VARREDURA TO TRUE
           END-IF.
       2210-LER-UMA-AUTORIZACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2300-TRIAR-JA-EXISTENTE
      * NA INCLUSAO, RECUSA DESDE JA O ROTULO QUE AINDA CONSTA COMO
      * ATIVO NO INVENTARIO, QUE O LOTE DE GERACAO REJEITARIA NA
      * NOITE (ROTULO EXISTENTE SE RENOVA COM O CODIGO R).
      *----------------------------------------------------------------*
       2300-TRIAR-JA-EXISTENTE.
           MOVE EN-TEXTO-1 TO CV-TEXTO-1
           MOVE EN-TEXTO-2 TO CV-TEXTO-2
           EXEC CICS READ
               FILE('KBINVEN')
               INTO(IV-REGISTRO-INVENTARIO)
               LENGTH(WS-COMPR-INVENTARIO)
               RIDFLD(WS-CHAVE-CONSULTA)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL) AND IV-ROTULO-ATIVO
               MOVE 'N' TO WS-REGISTRO-VALIDO
               MOVE 'ROTULO JA ATIVO NO INVENTARIO - USE R'
                   TO WS-MOTIVO-REJEICAO
           END-IF.
       2300-TRIAR-JA-EXISTENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-DECIDIR-SOLICITACAO
      * APROVA OU RECUSA A SOLICITACAO PENDENTE DO ROTULO NA AREA DO
      * USUARIO. A CHAVE DA FILA COMECA PELA AREA, ENTAO SO SE ALCANCA
      * SOLICITACAO DA PROPRIA AREA; QUEM SOLICITOU NAO PODE DECIDIR
      * A PROPRIA SOLICITACAO (DUPLA APROVACAO).
      *----------------------------------------------------------------*
       3000-DECIDIR-SOLICITACAO.
           IF EN-TEXTO-1 = SPACES OR EN-TEXTO-2 = SPACES
               MOVE 'INFORME TEXTO-1 E TEXTO-2 DO ROTULO'
                   TO WS-LINHA-TRABALHO
               PERFORM 6000-INCLUIR-LINHA
                   THRU 6000-INCLUIR-LINHA-EXIT
               GO TO 3000-DECIDIR-SOLICITACAO-EXIT
           END-IF
      *
           MOVE WS-AREA-USUARIO TO CS-AREA
           MOVE EN-TEXTO-1      TO CS-TEXTO-1
           MOVE EN-TEXTO-2      TO CS-TEXTO-2
           EXEC CICS READ
               FILE('KBSOLIC')
               INTO(SL-REGISTRO-SOLICITACAO)
               LENGTH(WS-COMPR-SOLICITACAO)
               RIDFLD(WS-CHAVE-SOLICITACAO)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'NAO HA SOLICITACAO DA AREA PARA ESTE ROTULO'
                   TO WS-LINHA-TRABALHO
               PERFORM 6000-INCLUIR-LINHA
                   THRU 6000-INCLUIR-LINHA-EXIT
               GO TO 3000-DECIDIR-SOLICITACAO-EXIT
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ERRO DE LEITURA DA FILA (KBSOLIC) - ACIONE O '
                   TO WS-LINHA-TRABALHO
               MOVE 'SUPORTE' TO WS-LINHA-TRABALHO (47:7)
               PERFORM 6000-INCLUIR-LINHA
                   THRU 6000-INCLUIR-LINHA-EXIT
               GO TO 3000-DECIDIR-SOLICITACAO-EXIT
           END-IF
      *
           IF NOT SL-PENDENTE
               EXEC CICS UNLOCK
                   FILE('KBSOLIC')
                   RESP(WS-RESP)
               END-EXEC
               MOVE 'SOLICITACAO JA DECIDIDA - AGUARDE A BAIXA '
                   TO WS-LINHA-TRABALHO
               MOVE 'NOTURNA' TO WS-LINHA-TRABALHO (43:7)
               PERFORM 6000-INCLUIR-LINHA
                   THRU 6000-INCLUIR-LINHA-EXIT
               GO TO 3000-DECIDIR-SOLICITACAO-EXIT
           END-IF
      *
           IF SL-USUARIO-SOLICITANTE = WS-USUARIO-CICS
               EXEC CICS UNLOCK
                   FILE('KBSOLIC')
                   RESP(WS-RESP)
               END-EXEC
               MOVE 'QUEM SOLICITOU NAO PODE APROVAR OU RECUSAR A '
                   TO WS-LINHA-TRABALHO
               MOVE 'PROPRIA SOLICITACAO' TO WS-LINHA-TRABALHO (46:19)
               PERFORM 6000-INCLUIR-LINHA
                   THRU 6000-INCLUIR-LINHA-EXIT
               GO TO 3000-DECIDIR-SOLICITACAO-EXIT
           END-IF
      *
           PERFORM 7000-OBTER-DATA-HORA THRU 7000-OBTER-DATA-HORA-EXIT
           IF EN-APROVAR
               SET SL-APROVADA TO TRUE
           ELSE
               SET SL-RECUSADA TO TRUE
           END-IF
           MOVE WS-USUARIO-CICS  TO SL-USUARIO-APROVADOR
           MOVE WS-DATA-CORRENTE TO SL-DATA-DECISAO
           MOVE WS-HORA-CORRENTE TO SL-HORA-DECISAO
      *
           EXEC CICS REWRITE
               FILE('KBSOLIC')
               FROM(SL-REGISTRO-SOLICITACAO)
               LENGTH(WS-COMPR-SOLICITACAO)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ERRO DE REGRAVACAO NA FILA (KBSOLIC) - ACIONE '
                   TO WS-LINHA-TRABALHO
               MOVE 'O SUPORTE' TO WS-LINHA-TRABALHO (48:9)
               PERFORM 6000-INCLUIR-LINHA
                   THRU 6000-INCLUIR-LINHA-EXIT
               GO TO 3000-DECIDIR-SOLICITACAO-EXIT
           END-IF
      *
           IF SL-APROVADA
               MOVE 'APROVADA - ENTRA NA NOITE' TO LS-SITUACAO
           ELSE
               MOVE 'RECUSADA' TO LS-SITUACAO
           END-IF
           PERFORM 6100-INCLUIR-LINHA-SITUACAO
               THRU 6100-INCLUIR-LINHA-SITUACAO-EXIT.
       3000-DECIDIR-SOLICITACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4000-LISTAR-PENDENTES
      * VARRE A FILA A PARTIR DA AREA DO USUARIO E LISTA AS
      * SOLICITACOES AINDA PENDENTES DE APROVACAO, ATE O LIMITE DE
      * LINHAS DA TELA.
      *----------------------------------------------------------------*
       4000-LISTAR-PENDENTES.
           MOVE WS-AREA-USUARIO TO CS-AREA
           MOVE SPACES TO CS-TEXTO-1
           MOVE SPACES TO CS-TEXTO-2
           MOVE ZERO TO WS-QTDE-LISTADOS
           MOVE 'N'  TO WS-FIM-VARREDURA
      *
           MOVE 'SOLICITACOES PENDENTES DA AREA ' TO WS-LINHA-TRABALHO
           MOVE WS-AREA-USUARIO TO WS-LINHA-TRABALHO (32:3)
           PERFORM 6000-INCLUIR-LINHA THRU 6000-INCLUIR-LINHA-EXIT
      *
           EXEC CICS STARTBR
               FILE('KBSOLIC')
               RIDFLD(WS-CHAVE-SOLICITACAO)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 4100-LISTAR-UMA-SOLICITACAO
                   THRU 4100-LISTAR-UMA-SOLICITACAO-EXIT
                   UNTIL FIM-VARREDURA
               EXEC CICS ENDBR
                   FILE('KBSOLIC')
                   RESP(WS-RESP)
               END-EXEC
           END-IF
      *
           IF WS-QTDE-LISTADOS = ZERO
               MOVE 'NENHUMA SOLICITACAO PENDENTE NA AREA'
                   TO WS-LINHA-TRABALHO
               PERFORM 6000-INCLUIR-LINHA
                   THRU 6000-INCLUIR-LINHA-EXIT
           END-IF.
       4000-LISTAR-PENDENTES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4100-LISTAR-UMA-SOLICITACAO
      * LE O PROXIMO REGISTRO DA VARREDURA DA FILA. REGISTRO DE OUTRA
      * AREA, FIM DO ARQUIVO OU TELA CHEIA ENCERRAM A VARREDURA;
      * SOLICITACAO PENDENTE VIRA UMA LINHA DA LISTA.
      *----------------------------------------------------------------*
       4100-LISTAR-UMA-SOLICITACAO.
           EXEC CICS READNEXT
               FILE('KBSOLIC')
               INTO(SL-REGISTRO-SOLICITACAO)
               LENGTH(WS-COMPR-SOLICITACAO)
               RIDFLD(WS-CHAVE-SOLICITACAO)
               RESP(WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR SL-AREA NOT = WS-AREA-USUARIO
               SET FIM-VARREDURA TO TRUE
               GO TO 4100-LISTAR-UMA-SOLICITACAO-EXIT
           END-IF
      *
           IF NOT SL-PENDENTE
               GO TO 4100-LISTAR-UMA-SOLICITACAO-EXIT
           END-IF
      *
           MOVE SL-TEXTO-1             TO LP-TEXTO-1
           MOVE SL-TEXTO-2             TO LP-TEXTO-2
           MOVE SL-COD-TRANSACAO       TO LP-COD-TRANSACAO
           MOVE SL-TIPO-CHAVE          TO LP-TIPO
           MOVE SL-TAMANHO-CHAVE       TO LP-TAMANHO
           MOVE SL-USUARIO-SOLICITANTE TO LP-SOLICITANTE
           MOVE SL-DATA-SOLICITACAO    TO LP-DATA
           MOVE WS-LINHA-PENDENTE TO WS-LINHA-TRABALHO
           PERFORM 6000-INCLUIR-LINHA THRU 6000-INCLUIR-LINHA-EXIT
           ADD 1 TO WS-QTDE-LISTADOS
      *
           IF WS-QTDE-LISTADOS >= WS-MAXIMO-LINHAS-LISTA
               MOVE 'LISTA TRUNCADA NO LIMITE DA TELA - DECIDA AS '
                   TO WS-LINHA-TRABALHO
               MOVE 'PRIMEIRAS' TO WS-LINHA-TRABALHO (47:9)
               PERFORM 6000-INCLUIR-LINHA
                   THRU 6000-INCLUIR-LINHA-EXIT
               SET FIM-VARREDURA TO TRUE
           END-IF.
       4100-LISTAR-UMA-SOLICITACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 6000-INCLUIR-LINHA
      * INCLUI WS-LINHA-TRABALHO NA PROXIMA LINHA LIVRE DA TELA DE
      * SAIDA. LINHAS ALEM DA CAPACIDADE DA TELA SAO DESCARTADAS EM
      * SILENCIO (A PROPRIA MONTAGEM JA SINALIZA O TRUNCAMENTO).
      *----------------------------------------------------------------*
       6000-INCLUIR-LINHA.
           IF WS-LINHA-CORRENTE < 14
               ADD 1 TO WS-LINHA-CORRENTE
               MOVE WS-LINHA-TRABALHO
                   TO TL-TEXTO (WS-LINHA-CORRENTE)
           END-IF
           MOVE SPACES TO WS-LINHA-TRABALHO.
       6000-INCLUIR-LINHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 6100-INCLUIR-LINHA-SITUACAO
      * MONTA A LINHA COM O ROTULO INFORMADO E A SITUACAO RESULTANTE
      * (JA MOVIDA PARA LS-SITUACAO) E A INCLUI NA TELA.
      *----------------------------------------------------------------*
       6100-INCLUIR-LINHA-SITUACAO.
           MOVE EN-TEXTO-1 TO LS-TEXTO-1
           MOVE EN-TEXTO-2 TO LS-TEXTO-2
           MOVE WS-LINHA-SITUACAO TO WS-LINHA-TRABALHO
           PERFORM 6000-INCLUIR-LINHA THRU 6000-INCLUIR-LINHA-EXIT.
       6100-INCLUIR-LINHA-SITUACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7000-OBTER-DATA-HORA
      * OBTEM A DATA (AAAAMMDD) E A HORA (HHMMSS) CORRENTES PARA
      * CARIMBAR A SOLICITACAO E A DECISAO.
      *----------------------------------------------------------------*
       7000-OBTER-DATA-HORA.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-DATA-CORRENTE)
               TIME(WS-HORA-CORRENTE)
           END-EXEC.
       7000-OBTER-DATA-HORA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM PROGCOB87.
