      ******************************************************************
      * Author: ALEX MENDES
      * Date: 15-10-2026
      * Purpose: EXPORTACAO DA CHAVE PUBLICA PARA A AUTORIDADE
      *          CERTIFICADORA. A CHAVE PRONTA GRAVADA PELO PROGCOB20
      *          EM KBKEYOUT SO SEGUIA PARA O INVENTARIO (PROGCOB35) E
      *          PARA AS ENTREGAS KBDEST1-4 (PROGCOB28), E A EQUIPE DE
      *          PKI MONTAVA A MAO CADA PEDIDO DE CERTIFICADO - A
      *          CHAVE FICAVA GERADA E INUTIL POR DIAS. ESTE PROGRAMA
      *          LE O KBKEYOUT DA NOITE (SO CHAVES NOVAS E RENOVADAS
      *          CHEGAM AO KBKEYOUT), EXTRAI A CHAVE PUBLICA DE CADA
      *          TOKEN PELO SERVICO ICSF PKA PUBLIC KEY EXTRACT
      *          (CSNDPKX) E GRAVA O ARQUIVO DE INTERFACE COM A
      *          AUTORIDADE CERTIFICADORA (KBCAOUT, COPY KBCAIREC):
      *          ROTULO, TIPO, TAMANHO, CHAVE PUBLICA, AREA
      *          SOLICITANTE E DADOS DO ASSUNTO DO CERTIFICADO, VINDOS
      *          DA TABELA POR PREFIXO DE ROTULO (KBCASUBJ), MAIS UM
      *          REGISTRO DE CONTROLE NO FINAL. CADA SOLICITACAO
      *          ENVIADA FICA AGUARDANDO NO CADASTRO KBCERT, QUE O
      *          PROGCOB23 BAIXA COM O RETORNO DA AUTORIDADE. CHAVE
      *          SEM ASSUNTO NA TABELA OU COM FALHA NA EXTRACAO E
      *          APONTADA NO RELATORIO KBCARPT COM RC=8.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 15-10-2026 AM    VERSAO INICIAL - EXPORTACAO DA CHAVE PUBLICA
      *                  (CSNDPKX) PARA A AUTORIDADE CERTIFICADORA, COM
      *                  REGISTRO DE CONTROLE E CADASTRO DE SOLICITACOES
      *                  KBCERT (STEP023 DA JCL PROGCB10).
      * 15-10-2026 AM    CARTAO SYSIN GANHOU O TIPO DA CORRIDA (POSICAO
      *                  9: BRANCO = NOTURNA, 'E' = EMERGENCIA DE
      *                  REVOGACAO, JCL PROGCB12), REPASSADO AO LIVRO DE
      *                  CORRIDA PARA O PASSO SE CONFERIR CONTRA A
      *                  CORRIDA CERTA.
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       PROGRAM-ID. PROGCOB22.
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
           SELECT DS-ARQUIVO-CHAVES ASSIGN TO "KBKEYOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CHAVES.
      *
           SELECT DS-TABELA-ASSUNTOS ASSIGN TO "KBCASUBJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ASSUNTOS.
      *
           SELECT DS-INTERFACE-CA ASSIGN TO "KBCAOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INTERFACE.
      *
           SELECT DS-CADASTRO-CERTIFICADOS ASSIGN TO "KBCERT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CE-CHAVE-ROTULO
               FILE STATUS IS WS-STATUS-CERTIFICADOS.
      *
           SELECT DS-ARQUIVO-RELATORIO ASSIGN TO "KBCARPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
      *
           SELECT DS-ARQUIVO-ESTATISTICA ASSIGN TO "KBSTATS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ESTATISTICA.
      *
           SELECT DS-CARTAO-CONTROLE ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SYSIN.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*
       FD  DS-ARQUIVO-CHAVES.
       01  DS-REGISTRO-CHAVE.
           05  KY-TEXTO-1                PIC X(15).
           05  KY-TEXTO-2                PIC X(15).
           05  KY-TAMANHO-CHAVE          PIC 9(09).
           05  KY-TOKEN-DA-CHAVE         PIC X(725).
           05  KY-TIPO-CHAVE             PIC X(03).
               88  KY-TIPO-RSA           VALUE 'RSA'.
               88  KY-TIPO-RSA-CRT       VALUE 'CRT'.
               88  KY-TIPO-ECC           VALUE 'ECC'.
           05  KY-AREA-SOLICITANTE       PIC X(03).
      *
       FD  DS-TABELA-ASSUNTOS.
       01  DS-REGISTRO-ASSUNTO.
           05  SJ-PREFIXO                PIC X(15).
           05  SJ-COMPR-PREFIXO          PIC 9(02).
           05  SJ-ASSUNTO                PIC X(60).
           05  FILLER                    PIC X(03).
      *
       FD  DS-INTERFACE-CA.
           COPY KBCAIREC.
      *
       FD  DS-CADASTRO-CERTIFICADOS.
           COPY KBCERREC.
      *
       FD  DS-ARQUIVO-RELATORIO.
       01  DS-LINHA-RELATORIO            PIC X(132).
      *
       FD  DS-ARQUIVO-ESTATISTICA.
           COPY KBSTAREC.
      *
       FD  DS-CARTAO-CONTROLE.
       01  DS-REGISTRO-CONTROLE.
           05  CTL-DATA-EXECUCAO         PIC X(08).
           05  CTL-TIPO-CORRIDA          PIC X(01).
           05  FILLER                    PIC X(71).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           COPY CSNDPKBP.
       77  CSNDPKX                   PIC X(07)       VALUE 'CSNDPKX'.
      *----------------------------------------------------------------*
      *    LIVRO DE CORRIDA DA CADEIA (GERENTE PROGCOB45)
      *----------------------------------------------------------------*
           COPY KBLEDCOM.
       77  PROGCOB45                 PIC X(09)       VALUE 'PROGCOB45'.
      *----------------------------------------------------------------*
      *    TABELA DE RESOLUCAO DE MOTIVOS DO ICSF (COPY KBMOTTAB)
      *----------------------------------------------------------------*
           COPY KBMOTTAB.
      *----------------------------------------------------------------*
      *    CHAVES E INDICADORES DE STATUS DE ARQUIVO
      *----------------------------------------------------------------*
       01  WS-STATUS-CHAVES              PIC X(02)      VALUE SPACES.
           88  WS-CHAVES-OK              VALUE '00'.
       01  WS-STATUS-ASSUNTOS            PIC X(02)      VALUE SPACES.
           88  WS-ASSUNTOS-OK            VALUE '00'.
       01  WS-STATUS-INTERFACE           PIC X(02)      VALUE SPACES.
           88  WS-INTERFACE-OK           VALUE '00'.
       01  WS-STATUS-CERTIFICADOS        PIC X(02)      VALUE SPACES.
           88  WS-CERTIFICADOS-OK        VALUE '00'.
           88  WS-CERTIFICADOS-SEM-CHAVE VALUE '23'.
           88  WS-CERTIFICADOS-NAO-EXISTE VALUE '35'.
       01  WS-STATUS-RELATORIO           PIC X(02)      VALUE SPACES.
       01  WS-STATUS-ESTATISTICA         PIC X(02)      VALUE SPACES.
           88  WS-ESTATISTICA-OK         VALUE '00'.
       01  WS-STATUS-SYSIN               PIC X(02)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    SWITCHES DE CONTROLE DO PROCESSAMENTO
      *----------------------------------------------------------------*
       01  WS-SWITCHES-LOTE.
           05  WS-FIM-ARQUIVO            PIC X(01)      VALUE 'N'.
               88  FIM-ARQUIVO           VALUE 'S'.
           05  WS-ERRO-ABERTURA          PIC X(01)      VALUE 'N'.
               88  ERRO-ABERTURA-FATAL   VALUE 'S'.
           05  WS-ASSUNTO-ACHADO         PIC X(01)      VALUE 'N'.
               88  ASSUNTO-ACHADO        VALUE 'S'.
           05  WS-SOLICITACAO-EXISTE     PIC X(01)      VALUE 'N'.
               88  SOLICITACAO-EXISTE    VALUE 'S'.
           05  WS-LIVRO-ABERTO           PIC X(01)      VALUE 'N'.
               88  LIVRO-ABERTO          VALUE 'S'.
           05  WS-CORRIDA-REPROVADA      PIC X(01)      VALUE 'N'.
               88  CORRIDA-REPROVADA     VALUE 'S'.
      *----------------------------------------------------------------*
      *    CONTADORES DA EXPORTACAO
      *----------------------------------------------------------------*
       01  WS-CONTADORES-LOTE.
           05  WS-QTDE-LIDAS             PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ENVIADAS          PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-REABERTAS         PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-SEM-ASSUNTO       PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-FALHAS            PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ERROS-VSAM        PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-RSA               PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-CRT               PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ECC               PIC 9(09) COMP VALUE ZERO.
       01  WS-SOMA-TAMANHOS              PIC 9(15) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *    DATA DE EXECUCAO (CARTAO DE CONTROLE), GRAVADA COMO DATA DA
      *    SOLICITACAO NA INTERFACE E DATA DE ENVIO NO KBCERT
      *----------------------------------------------------------------*
       01  WS-DATA-EXECUCAO              PIC 9(08)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    AREA DE DATA E HORA DA ESTATISTICA DE EXECUCAO
      *----------------------------------------------------------------*
       01  WS-DATA-GRAVACAO              PIC 9(08)      VALUE ZEROS.
       01  WS-HORA-INICIO-PASSO          PIC 9(08)      VALUE ZEROS.
       01  WS-HORA-SISTEMA               PIC 9(08)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    TABELA DE ASSUNTOS DO CERTIFICADO (KBCASUBJ): PREFIXO DE
      *    TEXTO-1 X DADOS DO ASSUNTO (O, OU, L, C...). O PRIMEIRO
      *    PREFIXO QUE CASA COM O ROTULO DECIDE O ASSUNTO, ENTAO
      *    PREFIXOS MAIS ESPECIFICOS DEVEM VIR ANTES NA TABELA, COMO
      *    NA TABELA DE ROTEAMENTO DO PROGCOB28.
      *----------------------------------------------------------------*
       77  WS-MAXIMO-ASSUNTOS            PIC 9(03) COMP VALUE 100.
       01  WS-QTDE-ASSUNTOS              PIC 9(03) COMP VALUE ZERO.
       01  TABELA-ASSUNTOS.
           05  AS-ENTRY OCCURS 100 TIMES INDEXED BY IDX-ASSUNTO.
               10  AS-PREFIXO            PIC X(15).
               10  AS-COMPR-PREFIXO      PIC 9(02) COMP.
               10  AS-ASSUNTO            PIC X(60).
       01  WS-ASSUNTO-CORRENTE           PIC X(60)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    AREAS DE MONTAGEM DAS LINHAS DO RELATORIO
      *----------------------------------------------------------------*
       01  WS-LINHA-CABECALHO.
           05  FILLER PIC X(44) VALUE
               'EXPORTACAO DE CHAVES PUBLICAS PARA A AUTORID'.
           05  FILLER PIC X(32) VALUE
               'ADE CERTIFICADORA (CSNDPKX)'.
           05  FILLER                    PIC X(56)      VALUE SPACES.
       01  WS-LINHA-COLUNAS.
           05  FILLER PIC X(44) VALUE
               ' ROTULO (TEXTO-1 / TEXTO-2)      TIPO  TAM A'.
           05  FILLER PIC X(44) VALUE
               'RE SITUACAO       RC  MOT MENSAGEM DO ICSF'.
           05  FILLER                    PIC X(44)      VALUE SPACES.
       01  WS-LINHA-SOLICITACAO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LS-TEXTO-1                PIC X(15)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LS-TEXTO-2                PIC X(15)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LS-TIPO                   PIC X(03)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LS-TAMANHO                PIC ZZZZ9      VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LS-AREA                   PIC X(03)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LS-SITUACAO               PIC X(12)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LS-RETCODE                PIC ZZZ9       VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LS-MOTIVO                 PIC ZZZ9       VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LS-MENSAGEM               PIC X(50)      VALUE SPACES.
           05  FILLER                    PIC X(12)      VALUE SPACES.
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
      * CONTROLA A SEQUENCIA GERAL DA EXPORTACAO DE CHAVES PUBLICAS.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
      *
           PERFORM 2000-EXPORTAR-CHAVE
               THRU 2000-EXPORTAR-CHAVE-EXIT
               UNTIL FIM-ARQUIVO
      *
           PERFORM 8000-ENCERRAMENTO THRU 8000-ENCERRAMENTO-EXIT
      *
           GOBACK.
      *----------------------------------------------------------------*
      * 1000-INICIALIZAR
      * LE O CARTAO DE CONTROLE, CONFERE A CORRIDA NO LIVRO, ABRE OS
      * ARQUIVOS, INICIALIZA O CADASTRO KBCERT RECEM-DEFINIDO QUANDO
      * AINDA SEM CARGA (FILE STATUS 35, MESMO PADRAO DO PROGCOB15),
      * CARREGA A TABELA DE ASSUNTOS, GRAVA O CABECALHO DO RELATORIO
      * E LE A PRIMEIRA CHAVE PRONTA.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           ACCEPT WS-HORA-INICIO-PASSO FROM TIME
           PERFORM 1100-LER-CARTAO-CONTROLE
               THRU 1100-LER-CARTAO-CONTROLE-EXIT
           PERFORM 1150-ABRIR-LIVRO-CORRIDA
               THRU 1150-ABRIR-LIVRO-CORRIDA-EXIT
           IF CORRIDA-REPROVADA
               GO TO 1000-INICIALIZAR-EXIT
           END-IF
      *
           OPEN INPUT  DS-ARQUIVO-CHAVES
           OPEN INPUT  DS-TABELA-ASSUNTOS
           OPEN OUTPUT DS-INTERFACE-CA
           OPEN I-O    DS-CADASTRO-CERTIFICADOS
           IF WS-CERTIFICADOS-NAO-EXISTE
               DISPLAY 'AVISO - KBCERT AINDA SEM CARGA - '
                       'INICIALIZANDO O CLUSTER'
               OPEN OUTPUT DS-CADASTRO-CERTIFICADOS
               CLOSE DS-CADASTRO-CERTIFICADOS
               OPEN I-O DS-CADASTRO-CERTIFICADOS
           END-IF
           OPEN OUTPUT DS-ARQUIVO-RELATORIO
      *
           IF NOT WS-CHAVES-OK
               DISPLAY 'ERRO FATAL - KBKEYOUT NAO ABRIU. STATUS='
                       WS-STATUS-CHAVES
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO TO TRUE
           END-IF
      *
           IF NOT WS-ASSUNTOS-OK
               DISPLAY 'ERRO FATAL - KBCASUBJ NAO ABRIU. STATUS='
                       WS-STATUS-ASSUNTOS
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO TO TRUE
           END-IF
      *
           IF NOT WS-INTERFACE-OK
               DISPLAY 'ERRO FATAL - KBCAOUT NAO ABRIU. STATUS='
                       WS-STATUS-INTERFACE
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO TO TRUE
           END-IF
      *
           IF NOT WS-CERTIFICADOS-OK
               DISPLAY 'ERRO FATAL - KBCERT NAO ABRIU. STATUS='
                       WS-STATUS-CERTIFICADOS
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO TO TRUE
           END-IF
      *
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'AVISO - KBCARPT NAO ABRIU. STATUS='
                       WS-STATUS-RELATORIO
           END-IF
      *
           IF NOT ERRO-ABERTURA-FATAL
               PERFORM 1200-CARREGAR-ASSUNTOS
                   THRU 1200-CARREGAR-ASSUNTOS-EXIT
           END-IF
      *
           IF NOT ERRO-ABERTURA-FATAL
               PERFORM 1300-GRAVAR-CABECALHO
                   THRU 1300-GRAVAR-CABECALHO-EXIT
               PERFORM 2900-LER-PROXIMA-CHAVE
                   THRU 2900-LER-PROXIMA-CHAVE-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1100-LER-CARTAO-CONTROLE
      * LE O CARTAO SYSIN COM A DATA DE EXECUCAO DO LOTE (A MESMA
      * INFORMADA AO PROGCOB10). SEM CARTAO VALIDO, ASSUME-SE A DATA
      * DO RELOGIO COMO RESERVA.
      *----------------------------------------------------------------*
       1100-LER-CARTAO-CONTROLE.
           OPEN INPUT DS-CARTAO-CONTROLE
           IF WS-STATUS-SYSIN = '00'
               READ DS-CARTAO-CONTROLE
                   AT END
                       MOVE SPACES TO CTL-DATA-EXECUCAO
               END-READ
               CLOSE DS-CARTAO-CONTROLE
           ELSE
               MOVE SPACES TO CTL-DATA-EXECUCAO
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
      * 1150-ABRIR-LIVRO-CORRIDA
      * CONFERE NO LIVRO DE CORRIDA QUE A DATA DE EXECUCAO DO CARTAO
      * E A DA CORRIDA REGISTRADA PELA NOITE E REGISTRA O INICIO DO
      * PASSO. NA DIVERGENCIA, O PASSO PARA COM RC=20 SEM ENVIAR
      * NADA A AUTORIDADE CERTIFICADORA.
      *----------------------------------------------------------------*
       1150-ABRIR-LIVRO-CORRIDA.
           MOVE 'A' TO LG-FUNCAO
           MOVE WS-DATA-EXECUCAO TO LG-DATA-EXECUCAO
           MOVE 'PROGCOB22' TO LG-PROGRAMA
           MOVE 'N' TO LG-IND-PARTICIONADO
           MOVE SPACES TO LG-QUALIFICADOR
           IF CTL-TIPO-CORRIDA = 'E'
               MOVE 'E' TO LG-TIPO-CORRIDA
           ELSE
               MOVE SPACE TO LG-TIPO-CORRIDA
           END-IF
           MOVE ZEROS TO LG-RETCODE-PASSO
           CALL PROGCOB45 USING LG-AREA-LIVRO
      *
           IF LG-RESULTADO-OK
               SET LIVRO-ABERTO TO TRUE
           ELSE
               DISPLAY 'ERRO FATAL - LIVRO DE CORRIDA REPROVOU O '
                       'PASSO. RESULTADO=' LG-RESULTADO
                       ' - NENHUMA SOLICITACAO ENVIADA'
               MOVE 20 TO RETURN-CODE
               SET CORRIDA-REPROVADA TO TRUE
               SET FIM-ARQUIVO TO TRUE
           END-IF.
       1150-ABRIR-LIVRO-CORRIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1200-CARREGAR-ASSUNTOS
      * CARREGA A TABELA DE ASSUNTOS DO CERTIFICADO, VALIDANDO CADA
      * ENTRADA (COMPRIMENTO DO PREFIXO 1-15, ASSUNTO PREENCHIDO).
      * ENTRADAS INVALIDAS OU ALEM DO LIMITE SAO AVISADAS E
      * IGNORADAS. TABELA VAZIA E FATAL: NENHUMA SOLICITACAO TERIA
      * ASSUNTO.
      *----------------------------------------------------------------*
       1200-CARREGAR-ASSUNTOS.
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM 1210-CARREGAR-UM-ASSUNTO
               THRU 1210-CARREGAR-UM-ASSUNTO-EXIT
               UNTIL FIM-ARQUIVO
           CLOSE DS-TABELA-ASSUNTOS
           MOVE 'N' TO WS-FIM-ARQUIVO
      *
           IF WS-QTDE-ASSUNTOS = ZERO
               DISPLAY 'ERRO FATAL - TABELA DE ASSUNTOS VAZIA - '
                       'NENHUMA SOLICITACAO TERIA ASSUNTO'
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO TO TRUE
           END-IF.
       1200-CARREGAR-ASSUNTOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1210-CARREGAR-UM-ASSUNTO
      * LE E VALIDA UMA ENTRADA DA TABELA DE ASSUNTOS.
      *----------------------------------------------------------------*
       1210-CARREGAR-UM-ASSUNTO.
           READ DS-TABELA-ASSUNTOS
               AT END
                   SET FIM-ARQUIVO TO TRUE
                   GO TO 1210-CARREGAR-UM-ASSUNTO-EXIT
           END-READ
      *
           IF SJ-COMPR-PREFIXO IS NOT NUMERIC
              OR SJ-COMPR-PREFIXO < 1
              OR SJ-COMPR-PREFIXO > 15
              OR SJ-ASSUNTO = SPACES
               DISPLAY 'AVISO - ASSUNTO INVALIDO IGNORADO: '
                       SJ-PREFIXO ' ' SJ-COMPR-PREFIXO
               GO TO 1210-CARREGAR-UM-ASSUNTO-EXIT
           END-IF
      *
           IF WS-QTDE-ASSUNTOS >= WS-MAXIMO-ASSUNTOS
               DISPLAY 'AVISO - TABELA DE ASSUNTOS CHEIA - ENTRADA '
                       'IGNORADA: ' SJ-PREFIXO
               GO TO 1210-CARREGAR-UM-ASSUNTO-EXIT
           END-IF
      *
           ADD 1 TO WS-QTDE-ASSUNTOS
           SET IDX-ASSUNTO TO WS-QTDE-ASSUNTOS
           MOVE SJ-PREFIXO       TO AS-PREFIXO (IDX-ASSUNTO)
           MOVE SJ-COMPR-PREFIXO TO AS-COMPR-PREFIXO (IDX-ASSUNTO)
           MOVE SJ-ASSUNTO       TO AS-ASSUNTO (IDX-ASSUNTO).
       1210-CARREGAR-UM-ASSUNTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1300-GRAVAR-CABECALHO
      * GRAVA O CABECALHO DO RELATORIO: TITULO, DATA DE EXECUCAO E A
      * LINHA DE TITULOS DAS COLUNAS.
      *----------------------------------------------------------------*
       1300-GRAVAR-CABECALHO.
           WRITE DS-LINHA-RELATORIO FROM WS-LINHA-CABECALHO
      *
           MOVE 'DATA DE EXECUCAO' TO WS-LDA-ROTULO
           MOVE WS-DATA-EXECUCAO TO WS-LDA-DATA
           WRITE DS-LINHA-RELATORIO FROM WS-LINHA-DATA
      *
           WRITE DS-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           WRITE DS-LINHA-RELATORIO FROM WS-LINHA-COLUNAS.
       1300-GRAVAR-CABECALHO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-EXPORTAR-CHAVE
      * LOCALIZA O ASSUNTO DA CHAVE CORRENTE PELO PREFIXO DE TEXTO-1,
      * EXTRAI A CHAVE PUBLICA E GRAVA A SOLICITACAO DE CERTIFICADO.
      * CHAVE SEM ASSUNTO NAO E ENVIADA (A AUTORIDADE RECUSARIA O
      * PEDIDO) E FICA APONTADA NO RELATORIO. AVANCA PARA A PROXIMA.
      *----------------------------------------------------------------*
       2000-EXPORTAR-CHAVE.
           ADD 1 TO WS-QTDE-LIDAS
      *
           PERFORM 2100-LOCALIZAR-ASSUNTO
               THRU 2100-LOCALIZAR-ASSUNTO-EXIT
           IF NOT ASSUNTO-ACHADO
               ADD 1 TO WS-QTDE-SEM-ASSUNTO
               MOVE 'SEM ASSUNTO' TO LS-SITUACAO
               MOVE ZERO TO NUMERO-PARA-RETORNO
               MOVE ZERO TO NUMERO-DO-MOTIVO
               MOVE 'PREFIXO AUSENTE DA TABELA KBCASUBJ' TO LS-MENSAGEM
               PERFORM 7000-GRAVAR-LINHA-SOLICITACAO
                   THRU 7000-GRAVAR-LINHA-SOLICITACAO-EXIT
               GO TO 2000-EXPORTAR-CHAVE-LER
           END-IF
      *
           PERFORM 2200-CHAMAR-CSNDPKX
               THRU 2200-CHAMAR-CSNDPKX-EXIT.
       2000-EXPORTAR-CHAVE-LER.
           PERFORM 2900-LER-PROXIMA-CHAVE
               THRU 2900-LER-PROXIMA-CHAVE-EXIT.
       2000-EXPORTAR-CHAVE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2100-LOCALIZAR-ASSUNTO
      * PROCURA O PRIMEIRO PREFIXO DA TABELA QUE CASA COM O INICIO DE
      * TEXTO-1 DA CHAVE CORRENTE. QUANDO ACHADO, O ASSUNTO FICA EM
      * WS-ASSUNTO-CORRENTE.
      *----------------------------------------------------------------*
       2100-LOCALIZAR-ASSUNTO.
           MOVE 'N' TO WS-ASSUNTO-ACHADO
           MOVE SPACES TO WS-ASSUNTO-CORRENTE
           PERFORM VARYING IDX-ASSUNTO FROM 1 BY 1
                   UNTIL IDX-ASSUNTO > WS-QTDE-ASSUNTOS
                      OR ASSUNTO-ACHADO
               IF KY-TEXTO-1 (1:AS-COMPR-PREFIXO (IDX-ASSUNTO))
                  = AS-PREFIXO (IDX-ASSUNTO)
                      (1:AS-COMPR-PREFIXO (IDX-ASSUNTO))
                   SET ASSUNTO-ACHADO TO TRUE
                   MOVE AS-ASSUNTO (IDX-ASSUNTO)
                       TO WS-ASSUNTO-CORRENTE
               END-IF
           END-PERFORM.
       2100-LOCALIZAR-ASSUNTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2200-CHAMAR-CSNDPKX
      * MONTA A AREA DE PARAMETROS COM O TOKEN DA CHAVE PRONTA, CHAMA
      * O CSNDPKX E TRATA O RESULTADO. EXTRACAO CONCLUIDA GRAVA A
      * SOLICITACAO NA INTERFACE E NO CADASTRO KBCERT; FALHA FICA
      * APONTADA NO RELATORIO COM O MOTIVO RESOLVIDO PELA KBMOTTAB.
      *----------------------------------------------------------------*
       2200-CHAMAR-CSNDPKX.
           MOVE KY-TOKEN-DA-CHAVE TO TOKEN-DA-CHAVE
           MOVE ZERO TO NUMERO-PARA-RETORNO
           MOVE ZERO TO NUMERO-DO-MOTIVO
           MOVE SPACES TO TOKEN-DA-CHAVE-PUBLICA
      *
           CALL CSNDPKX USING TOKEN-DA-CHAVE
                              NUMERO-PARA-RETORNO
                              NUMERO-DO-MOTIVO
                              TOKEN-DA-CHAVE-PUBLICA
      *
           DISPLAY 'EXTRACAO DE CHAVE PUBLICA - ROTULO: ' KY-TEXTO-1
                   ' ' KY-TEXTO-2
           DISPLAY 'RETCODE = ' NUMERO-PARA-RETORNO
                   ' MOTIVO = ' NUMERO-DO-MOTIVO
      *
           IF NUMERO-PARA-RETORNO = ZERO
               PERFORM 2300-GRAVAR-SOLICITACAO
                   THRU 2300-GRAVAR-SOLICITACAO-EXIT
               MOVE 'ENVIADA' TO LS-SITUACAO
               MOVE SPACES TO LS-MENSAGEM
           ELSE
               DISPLAY 'FALHA NA EXTRACAO DA CHAVE PUBLICA - ROTULO: '
                       KY-TEXTO-1 ' ' KY-TEXTO-2
               ADD 1 TO WS-QTDE-FALHAS
               MOVE 'FALHA CSNDPKX' TO LS-SITUACAO
               SEARCH ALL TABELA-MOTIVOS-ENTRY
                   AT END
                       MOVE WS-MOTIVO-NAO-CATALOGADO
                           TO WS-MENSAGEM-MOTIVO
                   WHEN TM-CODIGO (IDX-MOTIVO) = NUMERO-DO-MOTIVO
                       MOVE TM-MENSAGEM (IDX-MOTIVO)
                           TO WS-MENSAGEM-MOTIVO
               END-SEARCH
               MOVE WS-MENSAGEM-MOTIVO TO LS-MENSAGEM
           END-IF
      *
           PERFORM 7000-GRAVAR-LINHA-SOLICITACAO
               THRU 7000-GRAVAR-LINHA-SOLICITACAO-EXIT.
       2200-CHAMAR-CSNDPKX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2300-GRAVAR-SOLICITACAO
      * GRAVA O REGISTRO DE DETALHE DA INTERFACE COM A AUTORIDADE
      * CERTIFICADORA, SOMA OS TOTAIS DO REGISTRO DE CONTROLE (TIPO
      * EM BRANCO CONTA COMO RSA, COMO NO PROGCOB28) E REGISTRA A
      * SOLICITACAO NO CADASTRO KBCERT.
      *----------------------------------------------------------------*
       2300-GRAVAR-SOLICITACAO.
           MOVE SPACES                 TO CI-REGISTRO-CA
           MOVE 'D'                    TO CI-TIPO-REGISTRO
           MOVE KY-TEXTO-1             TO CI-TEXTO-1
           MOVE KY-TEXTO-2             TO CI-TEXTO-2
           MOVE KY-TIPO-CHAVE          TO CI-TIPO-CHAVE
           IF KY-TIPO-CHAVE = SPACES
               MOVE 'RSA'              TO CI-TIPO-CHAVE
           END-IF
           MOVE KY-TAMANHO-CHAVE       TO CI-TAMANHO-CHAVE
           MOVE KY-AREA-SOLICITANTE    TO CI-AREA-SOLICITANTE
           MOVE WS-DATA-EXECUCAO       TO CI-DATA-SOLICITACAO
           MOVE WS-ASSUNTO-CORRENTE    TO CI-ASSUNTO
           MOVE TOKEN-DA-CHAVE-PUBLICA TO CI-CHAVE-PUBLICA
           WRITE CI-REGISTRO-CA
           ADD 1 TO WS-QTDE-ENVIADAS
           ADD KY-TAMANHO-CHAVE TO WS-SOMA-TAMANHOS
      *
           EVALUATE TRUE
               WHEN KY-TIPO-RSA-CRT
                   ADD 1 TO WS-QTDE-CRT
               WHEN KY-TIPO-ECC
                   ADD 1 TO WS-QTDE-ECC
               WHEN OTHER
                   ADD 1 TO WS-QTDE-RSA
           END-EVALUATE
      *
           PERFORM 2310-REGISTRAR-CERTIFICADO
               THRU 2310-REGISTRAR-CERTIFICADO-EXIT.
       2300-GRAVAR-SOLICITACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2310-REGISTRAR-CERTIFICADO
      * REGISTRA A SOLICITACAO NO CADASTRO KBCERT COM SITUACAO
      * AGUARDANDO E A DATA DE ENVIO. ROTULO JA CADASTRADO (CHAVE
      * RENOVADA) TEM A SOLICITACAO REABERTA: A DECISAO ANTERIOR DA
      * AUTORIDADE VALIA PARA A CHAVE ANTIGA.
      *----------------------------------------------------------------*
       2310-REGISTRAR-CERTIFICADO.
           MOVE KY-TEXTO-1 TO CE-TEXTO-1
           MOVE KY-TEXTO-2 TO CE-TEXTO-2
           MOVE 'N' TO WS-SOLICITACAO-EXISTE
           READ DS-CADASTRO-CERTIFICADOS
      *
           EVALUATE TRUE
               WHEN WS-CERTIFICADOS-OK
                   SET SOLICITACAO-EXISTE TO TRUE
                   ADD 1 TO WS-QTDE-REABERTAS
                   ADD 1 TO CE-QTDE-ENVIOS
               WHEN WS-CERTIFICADOS-SEM-CHAVE
                   MOVE 1 TO CE-QTDE-ENVIOS
               WHEN OTHER
                   DISPLAY 'ERRO VSAM NA LEITURA DO KBCERT - ROTULO: '
                           KY-TEXTO-1 ' ' KY-TEXTO-2
                           ' STATUS=' WS-STATUS-CERTIFICADOS
                   ADD 1 TO WS-QTDE-ERROS-VSAM
                   GO TO 2310-REGISTRAR-CERTIFICADO-EXIT
           END-EVALUATE
      *
           MOVE CI-TIPO-CHAVE       TO CE-TIPO-CHAVE
           MOVE KY-TAMANHO-CHAVE    TO CE-TAMANHO-CHAVE
           MOVE KY-AREA-SOLICITANTE TO CE-AREA-SOLICITANTE
           MOVE WS-DATA-EXECUCAO    TO CE-DATA-ENVIO
           MOVE 'A'                 TO CE-SITUACAO
           MOVE ZEROS               TO CE-DATA-RETORNO
           MOVE SPACES              TO CE-REFERENCIA
      *
           IF SOLICITACAO-EXISTE
               REWRITE CE-REGISTRO-CERTIFICADO
           ELSE
               WRITE CE-REGISTRO-CERTIFICADO
           END-IF
           IF NOT WS-CERTIFICADOS-OK
               DISPLAY 'ERRO VSAM NA GRAVACAO DO KBCERT - ROTULO: '
                       KY-TEXTO-1 ' ' KY-TEXTO-2
                       ' STATUS=' WS-STATUS-CERTIFICADOS
               ADD 1 TO WS-QTDE-ERROS-VSAM
           END-IF.
       2310-REGISTRAR-CERTIFICADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2900-LER-PROXIMA-CHAVE
      * LE A PROXIMA CHAVE PRONTA, SINALIZANDO FIM DE ARQUIVO QUANDO
      * NAO HOUVER MAIS REGISTROS.
      *----------------------------------------------------------------*
       2900-LER-PROXIMA-CHAVE.
           READ DS-ARQUIVO-CHAVES
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
       2900-LER-PROXIMA-CHAVE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7000-GRAVAR-LINHA-SOLICITACAO
      * GRAVA NO RELATORIO A LINHA DA CHAVE CORRENTE, COM A SITUACAO
      * E A MENSAGEM JA MONTADAS PELO CHAMADOR.
      *----------------------------------------------------------------*
       7000-GRAVAR-LINHA-SOLICITACAO.
           MOVE KY-TEXTO-1           TO LS-TEXTO-1
           MOVE KY-TEXTO-2           TO LS-TEXTO-2
           MOVE KY-TIPO-CHAVE        TO LS-TIPO
           MOVE KY-TAMANHO-CHAVE     TO LS-TAMANHO
           MOVE KY-AREA-SOLICITANTE  TO LS-AREA
           MOVE NUMERO-PARA-RETORNO  TO LS-RETCODE
           MOVE NUMERO-DO-MOTIVO     TO LS-MOTIVO
           WRITE DS-LINHA-RELATORIO FROM WS-LINHA-SOLICITACAO.
       7000-GRAVAR-LINHA-SOLICITACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8000-ENCERRAMENTO
      * FECHA A INTERFACE COM O REGISTRO DE CONTROLE, GRAVA OS TOTAIS
      * NO RELATORIO, FECHA OS ARQUIVOS E EXIBE OS TOTAIS DO PASSO.
      * CHAVE SEM ASSUNTO, FALHA DE EXTRACAO OU ERRO DE VSAM SAO
      * SINALIZADOS NO RETURN-CODE: SAO CHAVES CUJO CERTIFICADO NAO
      * FOI PEDIDO.
      *----------------------------------------------------------------*
       8000-ENCERRAMENTO.
           IF NOT CORRIDA-REPROVADA
               IF NOT ERRO-ABERTURA-FATAL
                   PERFORM 8050-GRAVAR-CONTROLE
                       THRU 8050-GRAVAR-CONTROLE-EXIT
                   PERFORM 8100-GRAVAR-TOTAIS
                       THRU 8100-GRAVAR-TOTAIS-EXIT
               END-IF
               CLOSE DS-ARQUIVO-CHAVES
               CLOSE DS-INTERFACE-CA
               CLOSE DS-CADASTRO-CERTIFICADOS
               CLOSE DS-ARQUIVO-RELATORIO
           END-IF
      *
           DISPLAY 'EXPORTACAO DE CHAVES PUBLICAS - FIM DE LOTE'
           DISPLAY 'CHAVES LIDAS ............: ' WS-QTDE-LIDAS
           DISPLAY 'SOLICITACOES ENVIADAS ...: ' WS-QTDE-ENVIADAS
           DISPLAY 'SOLICITACOES REABERTAS ..: ' WS-QTDE-REABERTAS
           DISPLAY 'CHAVES SEM ASSUNTO ......: ' WS-QTDE-SEM-ASSUNTO
           DISPLAY 'FALHAS NA EXTRACAO ......: ' WS-QTDE-FALHAS
           DISPLAY 'ERROS DE VSAM ...........: ' WS-QTDE-ERROS-VSAM
      *
           IF (WS-QTDE-SEM-ASSUNTO > ZERO OR WS-QTDE-FALHAS > ZERO
               OR WS-QTDE-ERROS-VSAM > ZERO)
              AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
      *
           PERFORM 8200-ENCERRAR-PASSO-LIVRO
               THRU 8200-ENCERRAR-PASSO-LIVRO-EXIT
      *
           IF NOT CORRIDA-REPROVADA AND NOT ERRO-ABERTURA-FATAL
               PERFORM 8300-GRAVAR-ESTATISTICA
                   THRU 8300-GRAVAR-ESTATISTICA-EXIT
           END-IF.
       8000-ENCERRAMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8050-GRAVAR-CONTROLE
      * GRAVA O REGISTRO DE CONTROLE ('T') NO FINAL DA INTERFACE: DATA
      * DE EXECUCAO, QUANTIDADE DE DETALHES, TOTAIS POR TIPO E SOMA
      * DOS TAMANHOS, QUE A AUTORIDADE CERTIFICADORA CONFERE CONTRA O
      * QUE RECEBEU. E GRAVADO MESMO SEM DETALHES, PARA A AUTORIDADE
      * DISTINGUIR NOITE SEM CHAVES DE ARQUIVO TRUNCADO.
      *----------------------------------------------------------------*
       8050-GRAVAR-CONTROLE.
           MOVE SPACES           TO CI-REGISTRO-CA
           MOVE 'T'              TO CI-TIPO-REGISTRO
           MOVE WS-DATA-EXECUCAO TO CT-DATA-EXECUCAO
           MOVE WS-QTDE-ENVIADAS TO CT-QTDE-DETALHES
           MOVE WS-QTDE-RSA      TO CT-QTDE-RSA
           MOVE WS-QTDE-CRT      TO CT-QTDE-CRT
           MOVE WS-QTDE-ECC      TO CT-QTDE-ECC
           MOVE WS-SOMA-TAMANHOS TO CT-SOMA-TAMANHOS
           WRITE CI-REGISTRO-CA.
       8050-GRAVAR-CONTROLE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8100-GRAVAR-TOTAIS
      * ACRESCENTA AO RELATORIO A SECAO DE TOTAIS DA EXPORTACAO.
      *----------------------------------------------------------------*
       8100-GRAVAR-TOTAIS.
           WRITE DS-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           MOVE 'TOTAIS DA EXPORTACAO' TO WS-LS-TITULO
           WRITE DS-LINHA-RELATORIO FROM WS-LINHA-SECAO
      *
           MOVE 'CHAVES PRONTAS LIDAS' TO WS-LD-ROTULO
           MOVE WS-QTDE-LIDAS TO WS-LD-VALOR
           WRITE DS-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'SOLICITACOES ENVIADAS A AUTORIDADE' TO WS-LD-ROTULO
           MOVE WS-QTDE-ENVIADAS TO WS-LD-VALOR
           WRITE DS-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE '  DAS QUAIS RSA' TO WS-LD-ROTULO
           MOVE WS-QTDE-RSA TO WS-LD-VALOR
           WRITE DS-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE '  DAS QUAIS CRT' TO WS-LD-ROTULO
           MOVE WS-QTDE-CRT TO WS-LD-VALOR
           WRITE DS-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE '  DAS QUAIS ECC' TO WS-LD-ROTULO
           MOVE WS-QTDE-ECC TO WS-LD-VALOR
           WRITE DS-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'SOLICITACOES REABERTAS (RENOVACAO)' TO WS-LD-ROTULO
           MOVE WS-QTDE-REABERTAS TO WS-LD-VALOR
           WRITE DS-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'CHAVES SEM ASSUNTO NA TABELA' TO WS-LD-ROTULO
           MOVE WS-QTDE-SEM-ASSUNTO TO WS-LD-VALOR
           WRITE DS-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'FALHAS NA EXTRACAO (CSNDPKX)' TO WS-LD-ROTULO
           MOVE WS-QTDE-FALHAS TO WS-LD-VALOR
           WRITE DS-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ERROS DE VSAM NO KBCERT' TO WS-LD-ROTULO
           MOVE WS-QTDE-ERROS-VSAM TO WS-LD-VALOR
           WRITE DS-LINHA-RELATORIO FROM WS-LINHA-DETALHE.
       8100-GRAVAR-TOTAIS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8200-ENCERRAR-PASSO-LIVRO
      * REGISTRA NO LIVRO DE CORRIDA O FIM DO PASSO E O RETURN-CODE
      * COM QUE ELE TERMINA. SO E FEITO QUANDO O PASSO FOI ACEITO NA
      * CORRIDA NA INICIALIZACAO.
      *----------------------------------------------------------------*
       8200-ENCERRAR-PASSO-LIVRO.
           IF NOT LIVRO-ABERTO
               GO TO 8200-ENCERRAR-PASSO-LIVRO-EXIT
           END-IF
           MOVE 'E' TO LG-FUNCAO
           MOVE WS-DATA-EXECUCAO TO LG-DATA-EXECUCAO
           MOVE 'PROGCOB22' TO LG-PROGRAMA
           MOVE RETURN-CODE TO LG-RETCODE-PASSO
           CALL PROGCOB45 USING LG-AREA-LIVRO
           IF NOT LG-RESULTADO-OK
               DISPLAY 'AVISO - FIM DO PASSO NAO REGISTRADO NO '
                       'LIVRO DE CORRIDA. RESULTADO=' LG-RESULTADO
           END-IF.
       8200-ENCERRAR-PASSO-LIVRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8300-GRAVAR-ESTATISTICA
      * ACRESCENTA AO HISTORICO KBSTATS O REGISTRO DE ESTATISTICA
      * DESTA EXECUCAO. MAPEAMENTO DOS CAMPOS GENERICOS: ENTRADA =
      * CHAVES LIDAS, SUCESSO = SOLICITACOES ENVIADAS, FALHA = FALHAS
      * NA EXTRACAO + ERROS DE VSAM, REJEITADOS = CHAVES SEM ASSUNTO,
      * OUTROS = SOLICITACOES REABERTAS. A FALHA NA GRAVACAO E SO
      * AVISO.
      *----------------------------------------------------------------*
       8300-GRAVAR-ESTATISTICA.
           OPEN EXTEND DS-ARQUIVO-ESTATISTICA
           IF NOT WS-ESTATISTICA-OK
               OPEN OUTPUT DS-ARQUIVO-ESTATISTICA
           END-IF
           IF NOT WS-ESTATISTICA-OK
               DISPLAY 'AVISO - KBSTATS NAO ABRIU. STATUS='
                       WS-STATUS-ESTATISTICA
               GO TO 8300-GRAVAR-ESTATISTICA-EXIT
           END-IF
      *
           ACCEPT WS-DATA-GRAVACAO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-EXECUCAO        TO ST-DATA-EXECUCAO
           MOVE 'PROGCOB22'             TO ST-PROGRAMA
           MOVE WS-DATA-GRAVACAO        TO ST-DATA-GRAVACAO
           MOVE WS-HORA-INICIO-PASSO    TO ST-HORA-INICIO
           MOVE WS-HORA-SISTEMA         TO ST-HORA-FIM
           MOVE WS-QTDE-LIDAS           TO ST-QTDE-ENTRADA
           MOVE WS-QTDE-ENVIADAS        TO ST-QTDE-SUCESSO
           COMPUTE ST-QTDE-FALHA =
               WS-QTDE-FALHAS + WS-QTDE-ERROS-VSAM
           MOVE WS-QTDE-SEM-ASSUNTO     TO ST-QTDE-REJEITADOS
           MOVE WS-QTDE-REABERTAS       TO ST-QTDE-OUTROS
           MOVE RETURN-CODE             TO ST-RETCODE
           WRITE ST-REGISTRO-ESTATISTICA
           CLOSE DS-ARQUIVO-ESTATISTICA.
       8300-GRAVAR-ESTATISTICA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM PROGCOB22.
