      *                  NA ABERTURA NAO GRAVA ESTATISTICA, COMO NO
      *                  LOTE DE GERACAO: O REGISTRO ZERADO DILUIA
      *                  AS FAIXAS SEMANAIS DO PROGCOB98.
      * 15-10-2026 AM    INATIVACAO PASSA A REGISTRAR A DATA DE
      *                  INATIVACAO DO ROTULO (INICIO DA CARENCIA DO
      *                  PASSO DE DESTRUICAO DE CHAVES, PROGCOB90);
      *                  INCLUSAO E SUBSTITUICAO ZERAM AS DATAS DE
      *                  INATIVACAO E DESTRUICAO. DESATIVACAO DE
      *                  ROTULO JA DESTRUIDO E SO AVISO.
      * 15-10-2026 AM    REGISTRO DE KBTOKEN GANHOU A AREA SOLICITANTE,
      *                  GRAVADA NO INVENTARIO NA INCLUSAO E NA
      *                  SUBSTITUICAO DO ROTULO (A AREA DONA DA CHAVE,
      *                  COBRADA PELA TAXA MENSAL DE ROTULO ATIVO).
      * 15-10-2026 AM    REVOGACAO POR COMPROMETIMENTO ('C'): A CHAVE
      *                  SUBSTITUTA TOMA O LUGAR DA COMPROMETIDA E O
      *                  ROTULO VOLTA A ATIVO, COM TOTAL PROPRIO DE
      *                  ROTULOS REVOGADOS. REVOGACAO DE ROTULO AUSENTE
      *                  OU NAO MARCADO COMPROMETIDO, E SUBSTITUICAO
      *                  COMUM DE ROTULO COMPROMETIDO, SAO AVISOS.
      *                  CARTAO SYSIN GANHOU O TIPO DA CORRIDA (BRANCO =
      *                  NOTURNA, 'E' = EMERGENCIA), REPASSADO AO LIVRO
      *                  DE CORRIDA.
      * 15-10-2026 AM    CADA INCLUSAO, SUBSTITUICAO, REVOGACAO E
      *                  INATIVACAO APLICADA AO INVENTARIO E REGISTRADA
      *                  NO HISTORICO DE VERSOES DE CHAVE (KBVERS,
      *                  GERENTE PROGCOB47): A RENOVACAO NAO PERDE MAIS
      *                  O TOKEN ANTERIOR. ROTULO SEM HISTORICO TEM O
      *                  TOKEN EM USO GRAVADO COMO VERSAO 1 ANTES DA
      *                  TROCA. FALHA NO HISTORICO TERMINA O PASSO COM
      *                  RC=8; KBVERS QUE NAO ABRE E ERRO FATAL.
      * 15-10-2026 AM    TODA INCLUSAO, SUBSTITUICAO, REVOGACAO E
      *                  INATIVACAO APLICADA AO INVENTARIO GRAVA NO
      *                  JORNAL KBINVJN (COPY KBJRNREC) AS IMAGENS DO
      *                  REGISTRO ANTES E DEPOIS, COM A DATA E O TIPO DA
      *                  CORRIDA DO LIVRO E O PASSO, PARA O ESTORNO DA
      *                  CORRIDA PELO PROGCOB38. JORNAL QUE NAO ABRE E
      *                  ERRO FATAL; FALHA NA GRAVACAO TERMINA O PASSO
      *                  COM RC=8.
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
           SELECT IV-ARQUIVO-ESTATISTICA ASSIGN TO "KBSTATS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ESTATISTICA.
      *
           SELECT IV-ARQUIVO-JORNAL ASSIGN TO "KBINVJN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
               88  TK-TRANS-INCLUSAO     VALUE 'A'.
               88  TK-TRANS-RENOVACAO    VALUE 'R'.
               88  TK-TRANS-DESATIVACAO  VALUE 'D'.
               88  TK-TRANS-REVOGACAO    VALUE 'C'.
           05  TK-TIPO-CHAVE             PIC X(03).
           05  TK-AREA-SOLICITANTE       PIC X(03).
      *
       FD  IV-CADASTRO-INVENTARIO.
           COPY KBINVREC.
       FD  IV-CARTAO-CONTROLE.
       01  IV-REGISTRO-CONTROLE.
           05  CTL-DATA-EXECUCAO         PIC X(08).
           05  CTL-TIPO-CORRIDA          PIC X(01).
           05  FILLER                    PIC X(71).
      *
       FD  IV-ARQUIVO-ESTATISTICA.
           COPY KBSTAREC.
      *
       FD  IV-ARQUIVO-JORNAL.
           COPY KBJRNREC.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           COPY KBLEDCOM.
       77  PROGCOB45                 PIC X(09)       VALUE 'PROGCOB45'.
      *----------------------------------------------------------------*
      *    HISTORICO DE VERSOES DE CHAVE (GERENTE PROGCOB47)
      *----------------------------------------------------------------*
           COPY KBVERCOM.
       77  PROGCOB47                 PIC X(09)       VALUE 'PROGCOB47'.
      *----------------------------------------------------------------*
      *    CHAVES E INDICADORES DE STATUS DE ARQUIVO
      *----------------------------------------------------------------*
       01  WS-STATUS-TOKEN               PIC X(02)      VALUE SPACES.
       01  WS-STATUS-SYSIN               PIC X(02)      VALUE SPACES.
       01  WS-STATUS-ESTATISTICA         PIC X(02)      VALUE SPACES.
           88  WS-ESTATISTICA-OK         VALUE '00'.
       01  WS-STATUS-JORNAL              PIC X(02)      VALUE SPACES.
           88  WS-JORNAL-OK              VALUE '00'.
           88  WS-JORNAL-NAO-EXISTE      VALUE '35'.
      *----------------------------------------------------------------*
      *    SWITCHES DE CONTROLE DO PROCESSAMENTO
      *----------------------------------------------------------------*
           05  WS-QTDE-INCLUIDOS         PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-SUBSTITUIDOS      PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-INATIVADOS        PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-REVOGADOS         PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-AVISOS            PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ERROS-VSAM        PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-VERSOES           PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ERROS-HISTORICO   PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-JORNAL            PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ERROS-JORNAL      PIC 9(09) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *    TIPO DA CORRIDA DO CARTAO (BRANCO = NOTURNA, 'E' =
      *    EMERGENCIA), GRAVADO NO LIVRO E NO JORNAL DO INVENTARIO
      *----------------------------------------------------------------*
       01  WS-TIPO-CORRIDA               PIC X(01)      VALUE SPACE.
      *----------------------------------------------------------------*
      *    AREA DE DATA E HORA DA APLICACAO DO MOVIMENTO
      *----------------------------------------------------------------*
      * 1000-INICIALIZAR
      * ABRE OS ARQUIVOS, LE O CARTAO DE CONTROLE COM A DATA DE
      * EXECUCAO E LE O PRIMEIRO REGISTRO DO MOVIMENTO DE TOKENS.
      * O JORNAL DE IMAGENS (KBINVJN) E ACRESCENTADO; NA PRIMEIRA
      * EXECUCAO E CRIADO. JORNAL QUE NAO ABRE E ERRO FATAL: SEM
      * ELE A CORRIDA NAO PODERIA SER ESTORNADA PELO PROGCOB38.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           ACCEPT WS-HORA-INICIO-PASSO FROM TIME
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO-TK TO TRUE
           END-IF
      *
           MOVE 'A' TO VC-FUNCAO
           CALL PROGCOB47 USING VC-AREA-VERSAO
           IF NOT VC-RESULTADO-OK
               DISPLAY 'ERRO FATAL - KBVERS NAO ABRIU. RESULTADO='
                       VC-RESULTADO
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO-TK TO TRUE
           END-IF
      *
           OPEN EXTEND IV-ARQUIVO-JORNAL
           IF WS-JORNAL-NAO-EXISTE
               OPEN OUTPUT IV-ARQUIVO-JORNAL
           END-IF
           IF NOT WS-JORNAL-OK
               DISPLAY 'ERRO FATAL - KBINVJN NAO ABRIU. STATUS='
                       WS-STATUS-JORNAL
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO-TK TO TRUE
           END-IF
      *
           IF NOT ERRO-ABERTURA-FATAL
               PERFORM 1100-LER-CARTAO-CONTROLE
           MOVE 'PROGCOB30' TO LG-PROGRAMA
           MOVE 'N' TO LG-IND-PARTICIONADO
           MOVE SPACES TO LG-QUALIFICADOR
           IF CTL-TIPO-CORRIDA = 'E'
               MOVE 'E' TO WS-TIPO-CORRIDA
           ELSE
               MOVE SPACE TO WS-TIPO-CORRIDA
           END-IF
           MOVE WS-TIPO-CORRIDA TO LG-TIPO-CORRIDA
           MOVE ZEROS TO LG-RETCODE-PASSO
           CALL PROGCOB45 USING LG-AREA-LIVRO
      *
      *----------------------------------------------------------------*
      * 2100-INCLUIR-ROTULO
      * INCLUI UM ROTULO NOVO NO CADASTRO, COM STATUS ATIVO, DATA DE
      * CONSTRUCAO DO LOTE E O TOKEN CORRENTE. UMA RENOVACAO OU UMA
      * REVOGACAO DE ROTULO INEXISTENTE TAMBEM CAI AQUI E E CONTADA
      * COMO AVISO, POIS O ROTULO DEVERIA CONSTAR DO CADASTRO.
      *----------------------------------------------------------------*
       2100-INCLUIR-ROTULO.
           IF TK-TRANS-RENOVACAO
                       'CADASTRO: ' TK-TEXTO-1 ' ' TK-TEXTO-2
               ADD 1 TO WS-QTDE-AVISOS
           END-IF
           IF TK-TRANS-REVOGACAO
               DISPLAY 'AVISO - REVOGACAO DE ROTULO AUSENTE DO '
                       'CADASTRO: ' TK-TEXTO-1 ' ' TK-TEXTO-2
               ADD 1 TO WS-QTDE-AVISOS
           END-IF
      *
           MOVE TK-TEXTO-1          TO IV-TEXTO-1
           MOVE TK-TEXTO-2          TO IV-TEXTO-2
           MOVE 'A'                 TO IV-STATUS-ROTULO
           MOVE TK-TIPO-CHAVE       TO IV-TIPO-CHAVE
           MOVE TK-TOKEN-DA-CHAVE   TO IV-TOKEN-DA-CHAVE
           MOVE ZEROS               TO IV-DATA-INATIVACAO
           MOVE ZEROS               TO IV-DATA-DESTRUICAO
           MOVE TK-AREA-SOLICITANTE TO IV-AREA-SOLICITANTE
           WRITE IV-REGISTRO-INVENTARIO
           IF WS-INVENTARIO-OK
               ADD 1 TO WS-QTDE-INCLUIDOS
               MOVE 'N' TO VC-IND-ANTERIOR
               MOVE 'N' TO VC-FUNCAO
               PERFORM 2500-REGISTRAR-VERSAO
                   THRU 2500-REGISTRAR-VERSAO-EXIT
               MOVE 'N'    TO JN-IND-ANTES
               MOVE SPACES TO JN-IMAGEM-ANTES
               MOVE 'A'    TO JN-OPERACAO
               PERFORM 2600-GRAVAR-JORNAL
                   THRU 2600-GRAVAR-JORNAL-EXIT
           ELSE
               DISPLAY 'ERRO VSAM NA INCLUSAO DO ROTULO: '
                       TK-TEXTO-1 ' ' TK-TEXTO-2
      * SUBSTITUI UM ROTULO JA CADASTRADO (CASO TIPICO DA RENOVACAO):
      * REGRAVA TAMANHO, DATA DE CONSTRUCAO, TOKEN CORRENTE E REATIVA
      * O STATUS. UMA INCLUSAO SOBRE ROTULO JA CADASTRADO TAMBEM CAI
      * AQUI E E CONTADA COMO AVISO. A AREA SOLICITANTE SO E TROCADA
      * QUANDO O MOVIMENTO A TRAZ; MOVIMENTO SEM AREA PRESERVA A AREA
      * JA CADASTRADA. A REVOGACAO POR COMPROMETIMENTO ('C') TROCA A
      * CHAVE COMPROMETIDA PELA SUBSTITUTA DO MESMO JEITO, TIRANDO O
      * ROTULO DO STATUS 'C', E E CONTADA A PARTE; ROTULO QUE NAO
      * ESTAVA MARCADO COMPROMETIDO NA REVOGACAO, OU QUE ESTAVA
      * MARCADO NUMA RENOVACAO COMUM, E AVISO.
      *----------------------------------------------------------------*
       2200-SUBSTITUIR-ROTULO.
           IF TK-TRANS-INCLUSAO
                       TK-TEXTO-1 ' ' TK-TEXTO-2
               ADD 1 TO WS-QTDE-AVISOS
           END-IF
           IF TK-TRANS-REVOGACAO AND NOT IV-ROTULO-COMPROMETIDO
               DISPLAY 'AVISO - REVOGACAO DE ROTULO NAO MARCADO '
                       'COMPROMETIDO: ' TK-TEXTO-1 ' ' TK-TEXTO-2
               ADD 1 TO WS-QTDE-AVISOS
           END-IF
           IF NOT TK-TRANS-REVOGACAO AND IV-ROTULO-COMPROMETIDO
               DISPLAY 'AVISO - ROTULO COMPROMETIDO SUBSTITUIDO SEM '
                       'REVOGACAO: ' TK-TEXTO-1 ' ' TK-TEXTO-2
               ADD 1 TO WS-QTDE-AVISOS
           END-IF
      *
           PERFORM 2400-GUARDAR-IMAGEM-ANTERIOR
               THRU 2400-GUARDAR-IMAGEM-ANTERIOR-EXIT
           MOVE TK-TAMANHO-CHAVE    TO IV-TAMANHO-CHAVE
           MOVE WS-DATA-SISTEMA     TO IV-DATA-CONSTRUCAO
           MOVE WS-HORA-SISTEMA     TO IV-HORA-CONSTRUCAO
           MOVE 'A'                 TO IV-STATUS-ROTULO
           MOVE TK-TIPO-CHAVE       TO IV-TIPO-CHAVE
           MOVE TK-TOKEN-DA-CHAVE   TO IV-TOKEN-DA-CHAVE
           MOVE ZEROS               TO IV-DATA-INATIVACAO
           MOVE ZEROS               TO IV-DATA-DESTRUICAO
           IF TK-AREA-SOLICITANTE NOT = SPACES
               MOVE TK-AREA-SOLICITANTE TO IV-AREA-SOLICITANTE
           END-IF
           REWRITE IV-REGISTRO-INVENTARIO
           IF WS-INVENTARIO-OK
               IF TK-TRANS-REVOGACAO
                   ADD 1 TO WS-QTDE-REVOGADOS
                   MOVE 'C' TO JN-OPERACAO
               ELSE
                   ADD 1 TO WS-QTDE-SUBSTITUIDOS
                   MOVE 'R' TO JN-OPERACAO
               END-IF
               MOVE 'N' TO VC-FUNCAO
               PERFORM 2500-REGISTRAR-VERSAO
                   THRU 2500-REGISTRAR-VERSAO-EXIT
               PERFORM 2600-GRAVAR-JORNAL
                   THRU 2600-GRAVAR-JORNAL-EXIT
           ELSE
               DISPLAY 'ERRO VSAM NA SUBSTITUICAO DO ROTULO: '
                       TK-TEXTO-1 ' ' TK-TEXTO-2
      * 2300-INATIVAR-ROTULO
      * INATIVA UM ROTULO DESATIVADO PELO MOVIMENTO: O REGISTRO DO
      * CADASTRO E MANTIDO COM O ULTIMO TOKEN CONSTRUIDO, APENAS COM
      * O STATUS ALTERADO PARA INATIVO E A DATA DE INATIVACAO, QUE
      * INICIA A CARENCIA DA DESTRUICAO NO PKDS (PROGCOB90). ROTULO
      * JA INATIVO E DATADO MANTEM A DATA ORIGINAL, PARA A CARENCIA
      * NAO RECOMECAR. DESATIVACAO DE ROTULO AUSENTE DO CADASTRO OU
      * JA DESTRUIDO E CONTADA COMO AVISO; QUALQUER OUTRO STATUS DA
      * LEITURA E ERRO DE VSAM, COMO NOS DEMAIS CAMINHOS DO
      * PROGRAMA.
      *----------------------------------------------------------------*
       2300-INATIVAR-ROTULO.
           EVALUATE TRUE
               WHEN WS-INVENTARIO-OK AND IV-ROTULO-DESTRUIDO
                   DISPLAY 'AVISO - DESATIVACAO DE ROTULO JA '
                           'DESTRUIDO: ' TK-TEXTO-1 ' ' TK-TEXTO-2
                   ADD 1 TO WS-QTDE-AVISOS
               WHEN WS-INVENTARIO-OK
                   PERFORM 2400-GUARDAR-IMAGEM-ANTERIOR
                       THRU 2400-GUARDAR-IMAGEM-ANTERIOR-EXIT
                   IF IV-ROTULO-ATIVO OR IV-DATA-INATIVACAO = ZEROS
                       MOVE WS-DATA-SISTEMA TO IV-DATA-INATIVACAO
                   END-IF
                   MOVE 'I' TO IV-STATUS-ROTULO
                   REWRITE IV-REGISTRO-INVENTARIO
                   IF WS-INVENTARIO-OK
                       ADD 1 TO WS-QTDE-INATIVADOS
                       MOVE 'I' TO VC-FUNCAO
                       PERFORM 2500-REGISTRAR-VERSAO
                           THRU 2500-REGISTRAR-VERSAO-EXIT
                       MOVE 'D' TO JN-OPERACAO
                       PERFORM 2600-GRAVAR-JORNAL
                           THRU 2600-GRAVAR-JORNAL-EXIT
                   ELSE
                       DISPLAY 'ERRO VSAM NA INATIVACAO DO ROTULO: '
                               TK-TEXTO-1 ' ' TK-TEXTO-2
       2300-INATIVAR-ROTULO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2400-GUARDAR-IMAGEM-ANTERIOR
      * GUARDA NA AREA DO HISTORICO DE VERSOES A IMAGEM DO ROTULO NO
      * INVENTARIO ANTES DA SUBSTITUICAO OU DA INATIVACAO. O GERENTE
      * SO A USA QUANDO O ROTULO AINDA NAO TEM HISTORICO: O TOKEN EM
      * USO ENTRA COMO VERSAO 1 ANTES DE SER TROCADO. A IMAGEM
      * COMPLETA DO REGISTRO TAMBEM VAI PARA O JORNAL DO INVENTARIO.
      *----------------------------------------------------------------*
       2400-GUARDAR-IMAGEM-ANTERIOR.
           MOVE 'S'                    TO JN-IND-ANTES
           MOVE IV-REGISTRO-INVENTARIO TO JN-IMAGEM-ANTES
           MOVE 'S'                 TO VC-IND-ANTERIOR
           MOVE IV-STATUS-ROTULO    TO VC-ANT-STATUS-ROTULO
           MOVE IV-TAMANHO-CHAVE    TO VC-ANT-TAMANHO-CHAVE
           MOVE IV-TIPO-CHAVE       TO VC-ANT-TIPO-CHAVE
           MOVE IV-DATA-CONSTRUCAO  TO VC-ANT-DATA-CONSTRUCAO
           MOVE IV-HORA-CONSTRUCAO  TO VC-ANT-HORA-CONSTRUCAO
           MOVE IV-DATA-INATIVACAO  TO VC-ANT-DATA-INATIVACAO
           MOVE IV-AREA-SOLICITANTE TO VC-ANT-AREA-SOLICITANTE
           MOVE IV-TOKEN-DA-CHAVE   TO VC-ANT-TOKEN-DA-CHAVE.
       2400-GUARDAR-IMAGEM-ANTERIOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2500-REGISTRAR-VERSAO
      * REGISTRA NO HISTORICO DE VERSOES (PROGCOB47) O EVENTO DO
      * ROTULO JA APLICADO AO INVENTARIO, NA FUNCAO PREPARADA PELO
      * CHAMADOR: NOVA VERSAO ('N') NA INCLUSAO, NA RENOVACAO E NA
      * REVOGACAO, COM O REGISTRO DO INVENTARIO JA ATUALIZADO COMO
      * VERSAO NOVA, OU INATIVACAO ('I') NA DESATIVACAO. FALHA NO
      * HISTORICO NAO DESFAZ O INVENTARIO; E CONTADA A PARTE E
      * TERMINA O PASSO COM RC=8.
      *----------------------------------------------------------------*
       2500-REGISTRAR-VERSAO.
           MOVE IV-TEXTO-1          TO VC-TEXTO-1
           MOVE IV-TEXTO-2          TO VC-TEXTO-2
           MOVE WS-DATA-SISTEMA     TO VC-DATA-EVENTO
           IF TK-TRANS-REVOGACAO
               MOVE 'S' TO VC-IND-REVOGACAO
           ELSE
               MOVE 'N' TO VC-IND-REVOGACAO
           END-IF
           MOVE IV-TAMANHO-CHAVE    TO VC-TAMANHO-CHAVE
           MOVE IV-TIPO-CHAVE       TO VC-TIPO-CHAVE
           MOVE IV-DATA-CONSTRUCAO  TO VC-DATA-CONSTRUCAO
           MOVE IV-HORA-CONSTRUCAO  TO VC-HORA-CONSTRUCAO
           MOVE IV-AREA-SOLICITANTE TO VC-AREA-SOLICITANTE
           MOVE IV-TOKEN-DA-CHAVE   TO VC-TOKEN-DA-CHAVE
           CALL PROGCOB47 USING VC-AREA-VERSAO
      *
           EVALUATE TRUE
               WHEN VC-RESULTADO-OK
                   ADD 1 TO WS-QTDE-VERSOES
               WHEN VC-SEM-VERSAO
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO NO HISTORICO DE VERSOES - ROTULO: '
                           IV-TEXTO-1 ' ' IV-TEXTO-2
                           ' RESULTADO=' VC-RESULTADO
                   ADD 1 TO WS-QTDE-ERROS-HISTORICO
           END-EVALUATE.
       2500-REGISTRAR-VERSAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2600-GRAVAR-JORNAL
      * ACRESCENTA AO JORNAL DO INVENTARIO (KBINVJN, COPY KBJRNREC) O
      * REGISTRO DA GRAVACAO JA APLICADA AO CADASTRO: A IMAGEM
      * ANTERIOR PREPARADA PELO CHAMADOR (2400, OU AUSENTE NA
      * INCLUSAO), A IMAGEM GRAVADA E A OPERACAO, COM A DATA E O TIPO
      * DA CORRIDA DO LIVRO E O PASSO. E O QUE PERMITE AO ESTORNO
      * (PROGCOB38) DESFAZER A CORRIDA. FALHA NO JORNAL NAO DESFAZ O
      * INVENTARIO; E CONTADA A PARTE E TERMINA O PASSO COM RC=8.
      *----------------------------------------------------------------*
       2600-GRAVAR-JORNAL.
           ADD 1 TO WS-QTDE-JORNAL
           MOVE IV-TEXTO-1             TO JN-TEXTO-1
           MOVE IV-TEXTO-2             TO JN-TEXTO-2
           MOVE WS-DATA-SISTEMA        TO JN-DATA-CORRIDA
           MOVE WS-TIPO-CORRIDA        TO JN-TIPO-CORRIDA
           MOVE 'PROGCOB30'            TO JN-PROGRAMA
           ACCEPT JN-DATA-GRAVACAO FROM DATE YYYYMMDD
           ACCEPT JN-HORA-GRAVACAO FROM TIME
           MOVE WS-QTDE-JORNAL         TO JN-SEQUENCIA
           MOVE IV-REGISTRO-INVENTARIO TO JN-IMAGEM-DEPOIS
           WRITE JN-REGISTRO-JORNAL
           IF NOT WS-JORNAL-OK
               DISPLAY 'ERRO NO JORNAL DO INVENTARIO - ROTULO: '
                       IV-TEXTO-1 ' ' IV-TEXTO-2
                       ' STATUS=' WS-STATUS-JORNAL
               ADD 1 TO WS-QTDE-ERROS-JORNAL
           END-IF.
       2600-GRAVAR-JORNAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2900-LER-PROXIMO-TOKEN
      * LE O PROXIMO REGISTRO DO MOVIMENTO DE TOKENS, SINALIZANDO
      * FIM DE ARQUIVO QUANDO NAO HOUVER MAIS REGISTROS.
      *----------------------------------------------------------------*
      * 8000-ENCERRAMENTO
      * FECHA OS ARQUIVOS E EXIBE OS TOTAIS DA MANUTENCAO. ERROS DE
      * VSAM, DO HISTORICO DE VERSOES E DO JORNAL DO INVENTARIO SAO
      * SINALIZADOS NO RETURN-CODE PARA O ESCALONADOR.
      *----------------------------------------------------------------*
       8000-ENCERRAMENTO.
           CLOSE IV-ARQUIVO-TOKEN
           CLOSE IV-CADASTRO-INVENTARIO
           CLOSE IV-ARQUIVO-JORNAL
           MOVE 'F' TO VC-FUNCAO
           CALL PROGCOB47 USING VC-AREA-VERSAO
      *
           DISPLAY 'MANUTENCAO DO INVENTARIO - FIM DE LOTE'
           DISPLAY 'MOVIMENTOS LIDOS ........: ' WS-QTDE-LIDOS
           DISPLAY 'ROTULOS INCLUIDOS .......: ' WS-QTDE-INCLUIDOS
           DISPLAY 'ROTULOS SUBSTITUIDOS ....: ' WS-QTDE-SUBSTITUIDOS
           DISPLAY 'ROTULOS INATIVADOS ......: ' WS-QTDE-INATIVADOS
           DISPLAY 'ROTULOS REVOGADOS (C) ...: ' WS-QTDE-REVOGADOS
           DISPLAY 'AVISOS ..................: ' WS-QTDE-AVISOS
           DISPLAY 'ERROS DE VSAM ...........: ' WS-QTDE-ERROS-VSAM
           DISPLAY 'VERSOES REGISTRADAS .....: ' WS-QTDE-VERSOES
           DISPLAY 'ERROS NO HISTORICO ......: '
                   WS-QTDE-ERROS-HISTORICO
           DISPLAY 'IMAGENS NO JORNAL .......: ' WS-QTDE-JORNAL
           DISPLAY 'ERROS NO JORNAL .........: '
                   WS-QTDE-ERROS-JORNAL
      *
           IF (WS-QTDE-ERROS-VSAM > ZERO
               OR WS-QTDE-ERROS-HISTORICO > ZERO
               OR WS-QTDE-ERROS-JORNAL > ZERO)
              AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
      *
      * ACRESCENTA AO HISTORICO KBSTATS O REGISTRO DE ESTATISTICA
      * DESTA EXECUCAO. MAPEAMENTO DOS CAMPOS GENERICOS: ENTRADA =
      * MOVIMENTOS LIDOS, SUCESSO = ROTULOS APLICADOS (INCLUIDOS +
      * SUBSTITUIDOS + INATIVADOS + REVOGADOS), FALHA = ERROS DE
      * VSAM, REJEITADOS = ZERO (A MANUTENCAO NAO VALIDA), OUTROS =
      * AVISOS. A FALHA NA GRAVACAO E SO AVISO - A ESTATISTICA NAO
      * PODE DERRUBAR A MANUTENCAO. EXECUCAO REPROVADA PELO LIVRO
      * DE CORRIDA OU ABORTADA NA ABERTURA NAO GRAVA ESTATISTICA:
           MOVE WS-QTDE-LIDOS           TO ST-QTDE-ENTRADA
           COMPUTE ST-QTDE-SUCESSO =
               WS-QTDE-INCLUIDOS + WS-QTDE-SUBSTITUIDOS
               + WS-QTDE-INATIVADOS + WS-QTDE-REVOGADOS
           MOVE WS-QTDE-ERROS-VSAM      TO ST-QTDE-FALHA
           MOVE ZEROS                   TO ST-QTDE-REJEITADOS
           MOVE WS-QTDE-AVISOS          TO ST-QTDE-OUTROS
