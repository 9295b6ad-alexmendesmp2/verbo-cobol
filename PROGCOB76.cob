      ******************************************************************
      * Author: ALEX MENDES
      * Date: 15-10-2026
      * Purpose: VARREDURA DE POLITICA CRIPTOGRAFICA DO INVENTARIO.
      *          O PROGCOB75 SO OLHA A IDADE DA CHAVE; NADA CONFERIA
      *          SE UM ROTULO ATIVO AINDA ATENDE A FORCA MINIMA DO
      *          PADRAO DE SEGURANCA (RSA DE 1024 BITS E CURVA ECC DE
      *          192 BITS, POR EXEMPLO, SEGUEM ACEITOS PELO CSNDPKB E
      *          JA FORAM DEPRECIADOS). ESTE PROGRAMA VARRE O
      *          CADASTRO-MESTRE DE INVENTARIO (KBINVEN) CONTRA A
      *          TABELA DE POLITICA CRIPTOGRAFICA (KBPOLCR, COPY
      *          KBPOLREC: TAMANHO MINIMO POR TIPO DE CHAVE, TIPOS
      *          BANIDOS E DATAS DE CORTE), LISTA CADA ROTULO ATIVO
      *          FORA DA POLITICA, TOTALIZA POR AREA E POR PREFIXO DE
      *          ROTULO, E GRAVA PARA CADA UM A TRANSACAO DE
      *          RENOVACAO (R) NO LAYOUT DE KBINPUT QUE O LEVA AO TIPO
      *          E TAMANHO APROVADOS (KBUPGFD). O RELATORIO TERMINA
      *          COM O PLANO DE MIGRACAO POR POLITICA (ATIVOS, FORA DA
      *          POLITICA, COM DATA DE CORTE VENCIDA E RENOVACOES
      *          GERADAS) PEDIDO PELA AUDITORIA.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 15-10-2026 AM    VERSAO INICIAL - VARREDURA DO KBINVEN CONTRA A
      *                  TABELA DE POLITICA CRIPTOGRAFICA (KBPOLCR),
      *                  MOVIMENTO DE RENOVACAO PARA O TIPO E TAMANHO
      *                  APROVADOS EM KBUPGFD (LAYOUT DE KBINPUT) E
      *                  RELATORIO KBPCRPT COM A LISTA DOS ROTULOS FORA
      *                  DA POLITICA, TOTAIS POR AREA E POR PREFIXO E
      *                  PLANO DE MIGRACAO (JCL PROGCB76).
      * 15-10-2026 AM    TAMANHO SUBSTITUTO EM BRANCO NA TABELA DE
      *                  POLITICA PASSA A VALER ZERO, EM VEZ DE IGNORAR
      *                  A ENTRADA, COMO NO PORTAL E NO LOTE DE GERACAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       PROGRAM-ID. PROGCOB76.
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
           SELECT PC-CADASTRO-INVENTARIO ASSIGN TO "KBINVEN"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IV-CHAVE-ROTULO
               FILE STATUS IS WS-STATUS-INVENTARIO.
      *
           SELECT PC-TABELA-POLITICA ASSIGN TO "KBPOLCR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-POLITICA.
      *
           SELECT PC-ARQUIVO-MIGRACAO ASSIGN TO "KBUPGFD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MIGRACAO.
      *
           SELECT PC-ARQUIVO-RELATORIO ASSIGN TO "KBPCRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
      *
           SELECT PC-CARTAO-CONTROLE ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SYSIN.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*
       FD  PC-CADASTRO-INVENTARIO.
           COPY KBINVREC.
      *
       FD  PC-TABELA-POLITICA.
           COPY KBPOLREC.
      *
       FD  PC-ARQUIVO-MIGRACAO.
       01  PC-REGISTRO-MIGRACAO.
           05  PC-TEXTO-1                PIC X(15).
           05  PC-TEXTO-2                PIC X(15).
           05  PC-TAMANHO-CHAVE          PIC 9(09).
           05  PC-COD-TRANSACAO          PIC X(01).
           05  PC-TIPO-CHAVE             PIC X(03).
           05  PC-USUARIO-SOLICITANTE    PIC X(08).
           05  PC-USUARIO-APROVADOR      PIC X(08).
           05  PC-AREA-SOLICITANTE       PIC X(03).
      *
       FD  PC-ARQUIVO-RELATORIO.
       01  PC-LINHA-RELATORIO            PIC X(132).
      *
       FD  PC-CARTAO-CONTROLE.
       01  PC-REGISTRO-CONTROLE.
           05  CTL-DATA-EXECUCAO         PIC X(08).
           05  CTL-COMPR-PREFIXO         PIC X(02).
           05  CTL-IND-SO-VENCIDOS       PIC X(01).
               88  CTL-SO-VENCIDOS       VALUE 'S'.
           05  FILLER                    PIC X(69).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    CHAVES E INDICADORES DE STATUS DE ARQUIVO
      *----------------------------------------------------------------*
       01  WS-STATUS-INVENTARIO          PIC X(02)      VALUE SPACES.
           88  WS-INVENTARIO-OK          VALUE '00'.
       01  WS-STATUS-POLITICA            PIC X(02)      VALUE SPACES.
           88  WS-POLITICA-OK            VALUE '00'.
       01  WS-STATUS-MIGRACAO            PIC X(02)      VALUE SPACES.
       01  WS-STATUS-RELATORIO           PIC X(02)      VALUE SPACES.
       01  WS-STATUS-SYSIN               PIC X(02)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    SWITCHES DE CONTROLE DO PROCESSAMENTO
      *----------------------------------------------------------------*
       01  WS-SWITCHES-LOTE.
           05  WS-FIM-ARQUIVO-IV         PIC X(01)      VALUE 'N'.
               88  FIM-ARQUIVO-IV        VALUE 'S'.
           05  WS-FIM-POLITICAS          PIC X(01)      VALUE 'N'.
               88  FIM-POLITICAS         VALUE 'S'.
           05  WS-ERRO-ABERTURA          PIC X(01)      VALUE 'N'.
               88  ERRO-ABERTURA-FATAL   VALUE 'S'.
           05  WS-POLITICA-ACHADA        PIC X(01)      VALUE 'N'.
               88  POLITICA-ACHADA       VALUE 'S'.
           05  WS-ALVO-ACHADO            PIC X(01)      VALUE 'N'.
               88  ALVO-ACHADO           VALUE 'S'.
           05  WS-SO-VENCIDOS            PIC X(01)      VALUE 'N'.
               88  GERAR-SO-VENCIDOS     VALUE 'S'.
           05  WS-CORTE-VENCIDO          PIC X(01)      VALUE 'N'.
               88  CORTE-VENCIDO         VALUE 'S'.
           05  WS-RENOVACAO-GERADA       PIC X(01)      VALUE 'N'.
               88  RENOVACAO-GERADA      VALUE 'S'.
      *----------------------------------------------------------------*
      *    CONTADORES DA VARREDURA
      *----------------------------------------------------------------*
       01  WS-CONTADORES-LOTE.
           05  WS-QTDE-LIDOS             PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ATIVOS            PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-INATIVOS          PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-COMPROMETIDOS     PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-CONFORMES         PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-FORA-POLITICA     PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-CORTE-VENCIDO     PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-GERADOS           PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-AGUARDANDO-CORTE  PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-SEM-ALVO          PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-SEM-POLITICA      PIC 9(09) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *    TABELA DE POLITICA CRIPTOGRAFICA (KBPOLCR), UMA ENTRADA POR
      *    TIPO DE CHAVE, COM O ALVO DA MIGRACAO JA RESOLVIDO (TIPO E
      *    TAMANHO EFETIVOS) E OS ACUMULADORES DO PLANO DE MIGRACAO.
      *    POLITICA CUJO ALVO NAO PODE SER RESOLVIDO (TIPO BANIDO SEM
      *    SUBSTITUTO, TAMANHO NAO SUPORTADO PELO CSNDPKB, ALVO ELE
      *    PROPRIO FORA DA POLITICA) CONTINUA LISTANDO OS ROTULOS,
      *    MAS NAO GERA RENOVACAO.
      *----------------------------------------------------------------*
       77  WS-MAXIMO-POLITICAS           PIC 9(02) COMP VALUE 10.
       01  WS-QTDE-POLITICAS             PIC 9(02) COMP VALUE ZERO.
       01  TABELA-POLITICAS.
           05  PL-ENTRY OCCURS 10 TIMES INDEXED BY IDX-POL IDX-ALVO.
               10  PL-TIPO-CHAVE         PIC X(03).
               10  PL-IND-BANIDO         PIC X(01).
                   88  PL-TIPO-BANIDO    VALUE 'S'.
               10  PL-TAMANHO-MINIMO     PIC 9(05) COMP.
               10  PL-DATA-CORTE         PIC 9(08).
               10  PL-TIPO-ALVO          PIC X(03).
               10  PL-TAMANHO-ALVO       PIC 9(05) COMP.
               10  PL-IND-ALVO           PIC X(01).
                   88  PL-ALVO-RESOLVIDO VALUE 'S'.
               10  PL-QTDE-ATIVOS        PIC 9(09) COMP.
               10  PL-QTDE-FORA          PIC 9(09) COMP.
               10  PL-QTDE-CORTE-VENCIDO PIC 9(09) COMP.
               10  PL-QTDE-GERADOS       PIC 9(09) COMP.
      *----------------------------------------------------------------*
      *    TAMANHOS SUPORTADOS PELO CSNDPKB (OS MESMOS DA VALIDACAO
      *    DO PROGCOB10): O ALVO DA MIGRACAO PRECISA SER UM DELES,
      *    SENAO A RENOVACAO GERADA SERIA REJEITADA NA NOITE.
      *----------------------------------------------------------------*
       01  WS-TAMANHO-ALVO               PIC 9(09)      VALUE ZERO.
           88  ALVO-RSA-VALIDO           VALUES 1024 2048 4096.
           88  ALVO-ECC-VALIDO           VALUES 192 224 256 384 521.
      *----------------------------------------------------------------*
      *    TOTAIS POR AREA DONA DO ROTULO E POR PREFIXO DE ROTULO (OS
      *    PRIMEIROS N CARACTERES DE TEXTO-1, N DO CARTAO SYSIN). O
      *    QUE NAO COUBER NAS TABELAS E SOMADO NA LINHA 'OUTRAS' /
      *    'OUTROS', NUNCA DESCARTADO EM SILENCIO.
      *----------------------------------------------------------------*
       77  WS-MAXIMO-AREAS               PIC 9(02) COMP VALUE 50.
       01  WS-QTDE-AREAS                 PIC 9(02) COMP VALUE ZERO.
       01  TABELA-AREAS.
           05  AR-ENTRY OCCURS 50 TIMES INDEXED BY IDX-AREA.
               10  AR-AREA               PIC X(03).
               10  AR-QTDE-FORA          PIC 9(09) COMP.
               10  AR-QTDE-CORTE-VENCIDO PIC 9(09) COMP.
               10  AR-QTDE-GERADOS       PIC 9(09) COMP.
       01  WS-OUTRAS-AREAS.
           05  OA-QTDE-FORA              PIC 9(09) COMP VALUE ZERO.
           05  OA-QTDE-CORTE-VENCIDO     PIC 9(09) COMP VALUE ZERO.
           05  OA-QTDE-GERADOS           PIC 9(09) COMP VALUE ZERO.
      *
       77  WS-MAXIMO-PREFIXOS            PIC 9(03) COMP VALUE 200.
       01  WS-QTDE-PREFIXOS              PIC 9(03) COMP VALUE ZERO.
       01  TABELA-PREFIXOS.
           05  PF-ENTRY OCCURS 200 TIMES INDEXED BY IDX-PREF.
               10  PF-PREFIXO            PIC X(15).
               10  PF-QTDE-FORA          PIC 9(09) COMP.
               10  PF-QTDE-CORTE-VENCIDO PIC 9(09) COMP.
               10  PF-QTDE-GERADOS       PIC 9(09) COMP.
       01  WS-OUTROS-PREFIXOS.
           05  OP-QTDE-FORA              PIC 9(09) COMP VALUE ZERO.
           05  OP-QTDE-CORTE-VENCIDO     PIC 9(09) COMP VALUE ZERO.
           05  OP-QTDE-GERADOS           PIC 9(09) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *    DATA DE EXECUCAO, COMPRIMENTO DO PREFIXO E AREAS DE
      *    TRABALHO DO ROTULO CORRENTE (TIPO EM BRANCO NOS REGISTROS
      *    ANTIGOS ASSUME RSA, COMO NO LOTE DE GERACAO).
      *----------------------------------------------------------------*
       01  WS-DATA-EXECUCAO              PIC 9(08)      VALUE ZEROS.
       01  WS-COMPR-PREFIXO              PIC 9(02) COMP VALUE 4.
       01  WS-TIPO-CORRENTE              PIC X(03)      VALUE SPACES.
       01  WS-TIPO-PROCURADO             PIC X(03)      VALUE SPACES.
       01  WS-PREFIXO-CORRENTE           PIC X(15)      VALUE SPACES.
       01  WS-MOTIVO-POLITICA            PIC X(18)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    AREAS DE MONTAGEM DAS LINHAS DO RELATORIO
      *----------------------------------------------------------------*
       01  WS-LINHA-CABECALHO.
           05  FILLER PIC X(44) VALUE
               'RELATORIO DE POLITICA CRIPTOGRAFICA DAS CHAV'.
           05  FILLER PIC X(20) VALUE
               'ES PKA (KBINVEN)'.
           05  FILLER                    PIC X(68)      VALUE SPACES.
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
       01  WS-LINHA-COLUNAS-ROTULO.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(33) VALUE 'ROTULO'.
           05  FILLER PIC X(05) VALUE 'AREA'.
           05  FILLER PIC X(04) VALUE 'TIPO'.
           05  FILLER PIC X(07) VALUE 'TAMANHO'.
           05  FILLER PIC X(18) VALUE 'MOTIVO'.
           05  FILLER PIC X(10) VALUE 'CORTE'.
           05  FILLER PIC X(09) VALUE 'SITUACAO'.
           05  FILLER PIC X(09) VALUE 'ALVO'.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(03) VALUE 'GER'.
           05  FILLER                    PIC X(30)      VALUE SPACES.
       01  WS-LINHA-ROTULO.
           05  FILLER                    PIC X(02)      VALUE SPACES.
           05  LR-TEXTO-1                PIC X(15)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LR-TEXTO-2                PIC X(15)      VALUE SPACES.
           05  FILLER                    PIC X(02)      VALUE SPACES.
           05  LR-AREA                   PIC X(03)      VALUE SPACES.
           05  FILLER                    PIC X(02)      VALUE SPACES.
           05  LR-TIPO-CHAVE             PIC X(03)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LR-TAMANHO-CHAVE          PIC ZZZZ9      VALUE ZERO.
           05  FILLER                    PIC X(02)      VALUE SPACES.
           05  LR-MOTIVO                 PIC X(18)      VALUE SPACES.
           05  LR-DATA-CORTE             PIC 9(08)      VALUE ZERO.
           05  FILLER                    PIC X(02)      VALUE SPACES.
           05  LR-SITUACAO               PIC X(09)      VALUE SPACES.
           05  LR-TIPO-ALVO              PIC X(03)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LR-TAMANHO-ALVO           PIC ZZZZZ      VALUE ZERO.
           05  FILLER                    PIC X(02)      VALUE SPACES.
           05  LR-GERADO                 PIC X(03)      VALUE SPACES.
           05  FILLER                    PIC X(30)      VALUE SPACES.
       01  WS-LINHA-POLITICA.
           05  FILLER PIC X(08) VALUE '  TIPO: '.
           05  LP-TIPO-CHAVE             PIC X(03)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LP-REGRA                  PIC X(07)      VALUE SPACES.
           05  LP-TAMANHO-MINIMO         PIC ZZZZZ      VALUE ZERO.
           05  FILLER PIC X(08) VALUE ' CORTE: '.
           05  LP-DATA-CORTE             PIC 9(08)      VALUE ZERO.
           05  FILLER PIC X(09) VALUE ' ATIVOS: '.
           05  LP-QTDE-ATIVOS            PIC ZZZ,ZZ9    VALUE ZERO.
           05  FILLER PIC X(07) VALUE ' FORA: '.
           05  LP-QTDE-FORA              PIC ZZZ,ZZ9    VALUE ZERO.
           05  FILLER PIC X(11) VALUE ' VENCIDOS: '.
           05  LP-QTDE-CORTE-VENCIDO     PIC ZZZ,ZZ9    VALUE ZERO.
           05  FILLER PIC X(10) VALUE ' GERADOS: '.
           05  LP-QTDE-GERADOS           PIC ZZZ,ZZ9    VALUE ZERO.
           05  FILLER PIC X(07) VALUE ' ALVO: '.
           05  LP-TIPO-ALVO              PIC X(03)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LP-TAMANHO-ALVO           PIC ZZZZZ      VALUE ZERO.
           05  FILLER                    PIC X(11)      VALUE SPACES.
       01  WS-LINHA-GRUPO.
           05  LG-TITULO                 PIC X(11)      VALUE SPACES.
           05  LG-CHAVE                  PIC X(15)      VALUE SPACES.
           05  FILLER PIC X(19) VALUE ' FORA DA POLITICA: '.
           05  LG-QTDE-FORA              PIC ZZZ,ZZ9    VALUE ZERO.
           05  FILLER PIC X(16) VALUE ' CORTE VENCIDO: '.
           05  LG-QTDE-CORTE-VENCIDO     PIC ZZZ,ZZ9    VALUE ZERO.
           05  FILLER PIC X(21) VALUE ' RENOVACOES GERADAS: '.
           05  LG-QTDE-GERADOS           PIC ZZZ,ZZ9    VALUE ZERO.
           05  FILLER                    PIC X(29)      VALUE SPACES.
       01  WS-LINHA-BRANCO               PIC X(132)     VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
      * 0000-MAINLINE
      * CONTROLA A SEQUENCIA GERAL DA VARREDURA DE POLITICA.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
      *
           PERFORM 2000-AVALIAR-ROTULO THRU 2000-AVALIAR-ROTULO-EXIT
               UNTIL FIM-ARQUIVO-IV
      *
           PERFORM 8000-ENCERRAMENTO THRU 8000-ENCERRAMENTO-EXIT
      *
           GOBACK.
      *----------------------------------------------------------------*
      * 1000-INICIALIZAR
      * ABRE OS ARQUIVOS, VERIFICA AS ABERTURAS, LE O CARTAO DE
      * CONTROLE, CARREGA A TABELA DE POLITICA, RESOLVE O ALVO DE
      * MIGRACAO DE CADA POLITICA, INICIA O RELATORIO E LE O
      * PRIMEIRO REGISTRO DO INVENTARIO.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           OPEN INPUT  PC-CADASTRO-INVENTARIO
           OPEN INPUT  PC-TABELA-POLITICA
           OPEN OUTPUT PC-ARQUIVO-MIGRACAO
           OPEN OUTPUT PC-ARQUIVO-RELATORIO
      *
           IF NOT WS-INVENTARIO-OK
               DISPLAY 'ERRO FATAL - KBINVEN NAO ABRIU. STATUS='
                       WS-STATUS-INVENTARIO
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO-IV TO TRUE
           END-IF
      *
           IF NOT WS-POLITICA-OK
               DISPLAY 'ERRO FATAL - KBPOLCR NAO ABRIU. STATUS='
                       WS-STATUS-POLITICA
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO-IV TO TRUE
           END-IF
      *
           IF WS-STATUS-MIGRACAO NOT = '00'
               DISPLAY 'ERRO FATAL - KBUPGFD NAO ABRIU. STATUS='
                       WS-STATUS-MIGRACAO
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO-IV TO TRUE
           END-IF
      *
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'AVISO - KBPCRPT NAO ABRIU. STATUS='
                       WS-STATUS-RELATORIO
           END-IF
      *
           IF ERRO-ABERTURA-FATAL
               GO TO 1000-INICIALIZAR-EXIT
           END-IF
      *
           PERFORM 1100-LER-CARTAO-CONTROLE
               THRU 1100-LER-CARTAO-CONTROLE-EXIT
           PERFORM 1200-CARREGAR-POLITICAS
               THRU 1200-CARREGAR-POLITICAS-EXIT
           IF WS-QTDE-POLITICAS = ZERO
               DISPLAY 'ERRO FATAL - TABELA DE POLITICA CRIPTOGRAFICA '
                       'VAZIA - NADA A CONFERIR'
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO-IV TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF
      *
           PERFORM 1300-RESOLVER-UM-ALVO
               THRU 1300-RESOLVER-UM-ALVO-EXIT
               VARYING IDX-POL FROM 1 BY 1
               UNTIL IDX-POL > WS-QTDE-POLITICAS
      *
           PERFORM 1400-INICIAR-RELATORIO
               THRU 1400-INICIAR-RELATORIO-EXIT
           PERFORM 2900-LER-PROXIMO-ROTULO
               THRU 2900-LER-PROXIMO-ROTULO-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1100-LER-CARTAO-CONTROLE
      * LE O CARTAO SYSIN: DATA DE EXECUCAO (SEM DATA VALIDA, ASSUME-
      * SE A DATA DO RELOGIO COMO RESERVA), COMPRIMENTO DO PREFIXO
      * DE ROTULO DOS TOTAIS POR PREFIXO (1 A 15, PADRAO 4) E O
      * INDICADOR 'S' QUE RESTRINGE O MOVIMENTO DE RENOVACAO AOS
      * ROTULOS COM A DATA DE CORTE JA VENCIDA (EM BRANCO, TODO
      * ROTULO FORA DA POLITICA GERA A RENOVACAO).
      *----------------------------------------------------------------*
       1100-LER-CARTAO-CONTROLE.
           OPEN INPUT PC-CARTAO-CONTROLE
           IF WS-STATUS-SYSIN = '00'
               READ PC-CARTAO-CONTROLE
                   AT END
                       MOVE SPACES TO PC-REGISTRO-CONTROLE
               END-READ
               CLOSE PC-CARTAO-CONTROLE
           ELSE
               DISPLAY 'AVISO - SYSIN NAO ABRIU. STATUS='
                       WS-STATUS-SYSIN
               MOVE SPACES TO PC-REGISTRO-CONTROLE
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
           IF CTL-COMPR-PREFIXO IS NUMERIC
               IF CTL-COMPR-PREFIXO >= 1 AND CTL-COMPR-PREFIXO <= 15
                   MOVE CTL-COMPR-PREFIXO TO WS-COMPR-PREFIXO
               ELSE
                   DISPLAY 'AVISO - COMPRIMENTO DE PREFIXO FORA DE 1 '
                           'A 15 - ASSUMIDO ' WS-COMPR-PREFIXO
               END-IF
           END-IF
      *
           IF CTL-SO-VENCIDOS
               SET GERAR-SO-VENCIDOS TO TRUE
           END-IF.
       1100-LER-CARTAO-CONTROLE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1200-CARREGAR-POLITICAS
      * CARREGA A TABELA DE POLITICA CRIPTOGRAFICA, UMA ENTRADA POR
      * TIPO DE CHAVE.
      *----------------------------------------------------------------*
       1200-CARREGAR-POLITICAS.
           PERFORM 1210-CARREGAR-UMA-POLITICA
               THRU 1210-CARREGAR-UMA-POLITICA-EXIT
               UNTIL FIM-POLITICAS
           CLOSE PC-TABELA-POLITICA.
       1200-CARREGAR-POLITICAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1210-CARREGAR-UMA-POLITICA
      * LE E VALIDA UMA ENTRADA DA TABELA DE POLITICA. ENTRADAS SEM
      * TIPO, COM TAMANHO OU DATA NAO NUMERICOS, DE TIPO REPETIDO OU
      * ALEM DO LIMITE DA TABELA SAO AVISADAS E IGNORADAS, NUNCA
      * DESCARTADAS EM SILENCIO. O TAMANHO SUBSTITUTO EM BRANCO VALE
      * ZERO (O MINIMO DO TIPO SUBSTITUTO), PARA A VARREDURA ACEITAR
      * AS MESMAS ENTRADAS QUE O PORTAL (PROGCOB05) E O LOTE DE
      * GERACAO (PROGCOB10), QUE NAO USAM ESSE CAMPO.
      *----------------------------------------------------------------*
       1210-CARREGAR-UMA-POLITICA.
           READ PC-TABELA-POLITICA
               AT END
                   SET FIM-POLITICAS TO TRUE
                   GO TO 1210-CARREGAR-UMA-POLITICA-EXIT
           END-READ
      *
           IF PO-REGISTRO-POLITICA (21:5) = SPACES
               MOVE ZEROS TO PO-TAMANHO-SUBSTITUTO
           END-IF
      *
           IF PO-TIPO-CHAVE = SPACES
              OR PO-TAMANHO-MINIMO IS NOT NUMERIC
              OR PO-DATA-CORTE IS NOT NUMERIC
              OR PO-TAMANHO-SUBSTITUTO IS NOT NUMERIC
               DISPLAY 'AVISO - POLITICA INVALIDA IGNORADA: '
                       PO-REGISTRO-POLITICA (1:25)
               GO TO 1210-CARREGAR-UMA-POLITICA-EXIT
           END-IF
      *
           MOVE PO-TIPO-CHAVE TO WS-TIPO-PROCURADO
           PERFORM 2100-LOCALIZAR-POLITICA
               THRU 2100-LOCALIZAR-POLITICA-EXIT
           IF POLITICA-ACHADA
               DISPLAY 'AVISO - POLITICA REPETIDA PARA O TIPO '
                       PO-TIPO-CHAVE ' - ENTRADA IGNORADA'
               GO TO 1210-CARREGAR-UMA-POLITICA-EXIT
           END-IF
      *
           IF WS-QTDE-POLITICAS >= WS-MAXIMO-POLITICAS
               DISPLAY 'AVISO - TABELA DE POLITICA CHEIA - ENTRADA '
                       'IGNORADA: ' PO-REGISTRO-POLITICA (1:25)
               GO TO 1210-CARREGAR-UMA-POLITICA-EXIT
           END-IF
      *
           ADD 1 TO WS-QTDE-POLITICAS
           SET IDX-POL TO WS-QTDE-POLITICAS
           MOVE PO-TIPO-CHAVE         TO PL-TIPO-CHAVE (IDX-POL)
           MOVE PO-IND-BANIDO         TO PL-IND-BANIDO (IDX-POL)
           MOVE PO-TAMANHO-MINIMO     TO PL-TAMANHO-MINIMO (IDX-POL)
           MOVE PO-DATA-CORTE         TO PL-DATA-CORTE (IDX-POL)
           MOVE PO-TIPO-SUBSTITUTO    TO PL-TIPO-ALVO (IDX-POL)
           MOVE PO-TAMANHO-SUBSTITUTO TO PL-TAMANHO-ALVO (IDX-POL)
           MOVE 'N' TO PL-IND-ALVO (IDX-POL)
           MOVE ZERO TO PL-QTDE-ATIVOS (IDX-POL)
           MOVE ZERO TO PL-QTDE-FORA (IDX-POL)
           MOVE ZERO TO PL-QTDE-CORTE-VENCIDO (IDX-POL)
           MOVE ZERO TO PL-QTDE-GERADOS (IDX-POL).
       1210-CARREGAR-UMA-POLITICA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1300-RESOLVER-UM-ALVO
      * RESOLVE O ALVO DA MIGRACAO DA POLITICA APONTADA POR IDX-POL:
      * TIPO SUBSTITUTO EM BRANCO MANTEM O TIPO (SALVO TIPO BANIDO,
      * QUE EXIGE SUBSTITUTO); TAMANHO SUBSTITUTO ZERO ASSUME O
      * MINIMO DA POLITICA DO TIPO ALVO. O ALVO SO E ACEITO SE FOR UM
      * TIPO CONHECIDO DA SUITE, COM TAMANHO SUPORTADO PELO CSNDPKB,
      * E SE ELE PROPRIO ATENDER A POLITICA DO SEU TIPO; SENAO A
      * POLITICA E AVISADA E NAO GERA RENOVACAO.
      *----------------------------------------------------------------*
       1300-RESOLVER-UM-ALVO.
           MOVE 'N' TO PL-IND-ALVO (IDX-POL)
           IF PL-TIPO-ALVO (IDX-POL) = SPACES
               IF PL-TIPO-BANIDO (IDX-POL)
                   DISPLAY 'AVISO - TIPO BANIDO '
                           PL-TIPO-CHAVE (IDX-POL)
                           ' SEM TIPO SUBSTITUTO - NENHUMA RENOVACAO '
                           'SERA GERADA'
                   GO TO 1300-RESOLVER-UM-ALVO-EXIT
               END-IF
               MOVE PL-TIPO-CHAVE (IDX-POL) TO PL-TIPO-ALVO (IDX-POL)
           END-IF
      *
           MOVE 'N' TO WS-ALVO-ACHADO
           PERFORM VARYING IDX-ALVO FROM 1 BY 1
                   UNTIL IDX-ALVO > WS-QTDE-POLITICAS
                      OR ALVO-ACHADO
               IF PL-TIPO-CHAVE (IDX-ALVO) = PL-TIPO-ALVO (IDX-POL)
                   SET ALVO-ACHADO TO TRUE
               END-IF
           END-PERFORM
           IF ALVO-ACHADO
               SET IDX-ALVO DOWN BY 1
           END-IF
      *
           IF PL-TAMANHO-ALVO (IDX-POL) = ZERO
               IF ALVO-ACHADO
                   MOVE PL-TAMANHO-MINIMO (IDX-ALVO)
                       TO PL-TAMANHO-ALVO (IDX-POL)
               ELSE
                   DISPLAY 'AVISO - POLITICA DO TIPO '
                           PL-TIPO-CHAVE (IDX-POL)
                           ' SEM TAMANHO ALVO - NENHUMA RENOVACAO '
                           'SERA GERADA'
                   GO TO 1300-RESOLVER-UM-ALVO-EXIT
               END-IF
           END-IF
      *
           IF ALVO-ACHADO
               IF PL-TIPO-BANIDO (IDX-ALVO)
                  OR PL-TAMANHO-ALVO (IDX-POL)
                     < PL-TAMANHO-MINIMO (IDX-ALVO)
                   DISPLAY 'AVISO - ALVO ' PL-TIPO-ALVO (IDX-POL)
                           ' DA POLITICA DO TIPO '
                           PL-TIPO-CHAVE (IDX-POL)
                           ' TAMBEM ESTA FORA DA POLITICA - NENHUMA '
                           'RENOVACAO SERA GERADA'
                   GO TO 1300-RESOLVER-UM-ALVO-EXIT
               END-IF
           END-IF
      *
           MOVE PL-TAMANHO-ALVO (IDX-POL) TO WS-TAMANHO-ALVO
           EVALUATE PL-TIPO-ALVO (IDX-POL)
               WHEN 'ECC'
                   IF ALVO-ECC-VALIDO
                       MOVE 'S' TO PL-IND-ALVO (IDX-POL)
                   END-IF
               WHEN 'RSA'
               WHEN 'CRT'
                   IF ALVO-RSA-VALIDO
                       MOVE 'S' TO PL-IND-ALVO (IDX-POL)
                   END-IF
           END-EVALUATE
      *
           IF NOT PL-ALVO-RESOLVIDO (IDX-POL)
               DISPLAY 'AVISO - ALVO ' PL-TIPO-ALVO (IDX-POL) ' '
                       WS-TAMANHO-ALVO ' DA POLITICA DO TIPO '
                       PL-TIPO-CHAVE (IDX-POL)
                       ' NAO SUPORTADO PELO CSNDPKB - NENHUMA '
                       'RENOVACAO SERA GERADA'
           END-IF.
       1300-RESOLVER-UM-ALVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1400-INICIAR-RELATORIO
      * GRAVA O CABECALHO DO RELATORIO E O TITULO DA LISTA DE
      * ROTULOS FORA DA POLITICA, PREENCHIDA DURANTE A VARREDURA.
      *----------------------------------------------------------------*
       1400-INICIAR-RELATORIO.
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-CABECALHO
      *
           MOVE 'DATA DE EXECUCAO' TO WS-LDA-ROTULO
           MOVE WS-DATA-EXECUCAO TO WS-LDA-DATA
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-DATA
      *
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           MOVE 'ROTULOS ATIVOS FORA DA POLITICA CRIPTOGRAFICA'
               TO WS-LS-TITULO
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-SECAO
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-COLUNAS-ROTULO.
       1400-INICIAR-RELATORIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-AVALIAR-ROTULO
      * AVALIA UM REGISTRO DO INVENTARIO: ROTULOS INATIVOS E
      * DESTRUIDOS SAO SO CONTADOS; ROTULOS COMPROMETIDOS TAMBEM (A
      * REVOGACAO JA VAI SUBSTITUIR A CHAVE); ROTULOS ATIVOS SAO
      * CONFERIDOS CONTRA A POLITICA DO SEU TIPO - TIPO BANIDO OU
      * TAMANHO ABAIXO DO MINIMO DEIXA O ROTULO FORA DA POLITICA,
      * QUALQUER QUE SEJA A DATA DE CORTE (A DATA SO DIZ SE O PRAZO
      * DE MIGRACAO JA VENCEU). AVANCA PARA O PROXIMO REGISTRO.
      *----------------------------------------------------------------*
       2000-AVALIAR-ROTULO.
           ADD 1 TO WS-QTDE-LIDOS
      *
           IF IV-ROTULO-COMPROMETIDO
               ADD 1 TO WS-QTDE-COMPROMETIDOS
               GO TO 2000-AVALIAR-ROTULO-LER
           END-IF
           IF NOT IV-ROTULO-ATIVO
               ADD 1 TO WS-QTDE-INATIVOS
               GO TO 2000-AVALIAR-ROTULO-LER
           END-IF
           ADD 1 TO WS-QTDE-ATIVOS
      *
           MOVE IV-TIPO-CHAVE TO WS-TIPO-CORRENTE
           IF WS-TIPO-CORRENTE = SPACES
               MOVE 'RSA' TO WS-TIPO-CORRENTE
           END-IF
      *
           MOVE WS-TIPO-CORRENTE TO WS-TIPO-PROCURADO
           PERFORM 2100-LOCALIZAR-POLITICA
               THRU 2100-LOCALIZAR-POLITICA-EXIT
           IF NOT POLITICA-ACHADA
               ADD 1 TO WS-QTDE-SEM-POLITICA
               GO TO 2000-AVALIAR-ROTULO-LER
           END-IF
           ADD 1 TO PL-QTDE-ATIVOS (IDX-POL)
      *
           EVALUATE TRUE
               WHEN PL-TIPO-BANIDO (IDX-POL)
                   MOVE 'TIPO BANIDO' TO WS-MOTIVO-POLITICA
               WHEN IV-TAMANHO-CHAVE < PL-TAMANHO-MINIMO (IDX-POL)
                   MOVE 'ABAIXO DO MINIMO' TO WS-MOTIVO-POLITICA
               WHEN OTHER
                   ADD 1 TO WS-QTDE-CONFORMES
                   GO TO 2000-AVALIAR-ROTULO-LER
           END-EVALUATE
      *
           ADD 1 TO WS-QTDE-FORA-POLITICA
           ADD 1 TO PL-QTDE-FORA (IDX-POL)
           MOVE 'N' TO WS-CORTE-VENCIDO
           IF WS-DATA-EXECUCAO >= PL-DATA-CORTE (IDX-POL)
               SET CORTE-VENCIDO TO TRUE
               ADD 1 TO WS-QTDE-CORTE-VENCIDO
               ADD 1 TO PL-QTDE-CORTE-VENCIDO (IDX-POL)
           END-IF
      *
           MOVE 'N' TO WS-RENOVACAO-GERADA
           EVALUATE TRUE
               WHEN NOT PL-ALVO-RESOLVIDO (IDX-POL)
                   ADD 1 TO WS-QTDE-SEM-ALVO
               WHEN GERAR-SO-VENCIDOS AND NOT CORTE-VENCIDO
                   ADD 1 TO WS-QTDE-AGUARDANDO-CORTE
               WHEN OTHER
                   PERFORM 2200-GRAVAR-RENOVACAO
                       THRU 2200-GRAVAR-RENOVACAO-EXIT
           END-EVALUATE
      *
           PERFORM 2300-LISTAR-ROTULO THRU 2300-LISTAR-ROTULO-EXIT
           PERFORM 2400-ACUMULAR-AREA THRU 2400-ACUMULAR-AREA-EXIT
           PERFORM 2500-ACUMULAR-PREFIXO
               THRU 2500-ACUMULAR-PREFIXO-EXIT.
       2000-AVALIAR-ROTULO-LER.
           PERFORM 2900-LER-PROXIMO-ROTULO
               THRU 2900-LER-PROXIMO-ROTULO-EXIT.
       2000-AVALIAR-ROTULO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2100-LOCALIZAR-POLITICA
      * PROCURA NA TABELA DE POLITICA A ENTRADA DO TIPO DE CHAVE EM
      * WS-TIPO-PROCURADO. ROTULOS DE TIPO SEM POLITICA SAO CONTADOS
      * E SINALIZADOS NO RELATORIO.
      *----------------------------------------------------------------*
       2100-LOCALIZAR-POLITICA.
           MOVE 'N' TO WS-POLITICA-ACHADA
           PERFORM VARYING IDX-POL FROM 1 BY 1
                   UNTIL IDX-POL > WS-QTDE-POLITICAS
                      OR POLITICA-ACHADA
               IF PL-TIPO-CHAVE (IDX-POL) = WS-TIPO-PROCURADO
                   SET POLITICA-ACHADA TO TRUE
               END-IF
           END-PERFORM
           IF POLITICA-ACHADA
               SET IDX-POL DOWN BY 1
           END-IF.
       2100-LOCALIZAR-POLITICA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2200-GRAVAR-RENOVACAO
      * GRAVA A TRANSACAO DE RENOVACAO (R) DO ROTULO FORA DA
      * POLITICA, NO EXATO LAYOUT DE KBINPUT CONSUMIDO PELO
      * PROGCOB10, COM O TIPO E O TAMANHO DO ALVO DA MIGRACAO E A
      * AREA DONA DO ROTULO NO INVENTARIO (A RENOVACAO E COBRADA
      * DELA, COMO NO MOVIMENTO DE ROTACAO DO PROGCOB75).
      *----------------------------------------------------------------*
       2200-GRAVAR-RENOVACAO.
           MOVE IV-TEXTO-1                TO PC-TEXTO-1
           MOVE IV-TEXTO-2                TO PC-TEXTO-2
           MOVE PL-TAMANHO-ALVO (IDX-POL) TO PC-TAMANHO-CHAVE
           MOVE 'R'                       TO PC-COD-TRANSACAO
           MOVE PL-TIPO-ALVO (IDX-POL)    TO PC-TIPO-CHAVE
           MOVE SPACES                    TO PC-USUARIO-SOLICITANTE
           MOVE SPACES                    TO PC-USUARIO-APROVADOR
           MOVE IV-AREA-SOLICITANTE       TO PC-AREA-SOLICITANTE
           WRITE PC-REGISTRO-MIGRACAO
           SET RENOVACAO-GERADA TO TRUE
           ADD 1 TO WS-QTDE-GERADOS
           ADD 1 TO PL-QTDE-GERADOS (IDX-POL).
       2200-GRAVAR-RENOVACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2300-LISTAR-ROTULO
      * IMPRIME A LINHA DO ROTULO FORA DA POLITICA: ROTULO, AREA,
      * TIPO E TAMANHO ATUAIS, MOTIVO, DATA DE CORTE E SITUACAO DO
      * PRAZO, ALVO DA MIGRACAO E SE A RENOVACAO FOI GERADA.
      *----------------------------------------------------------------*
       2300-LISTAR-ROTULO.
           MOVE IV-TEXTO-1                TO LR-TEXTO-1
           MOVE IV-TEXTO-2                TO LR-TEXTO-2
           MOVE IV-AREA-SOLICITANTE       TO LR-AREA
           MOVE WS-TIPO-CORRENTE          TO LR-TIPO-CHAVE
           MOVE IV-TAMANHO-CHAVE          TO LR-TAMANHO-CHAVE
           MOVE WS-MOTIVO-POLITICA        TO LR-MOTIVO
           MOVE PL-DATA-CORTE (IDX-POL)   TO LR-DATA-CORTE
           IF CORTE-VENCIDO
               MOVE 'VENCIDO'  TO LR-SITUACAO
           ELSE
               MOVE 'A VENCER' TO LR-SITUACAO
           END-IF
           IF PL-ALVO-RESOLVIDO (IDX-POL)
               MOVE PL-TIPO-ALVO (IDX-POL)    TO LR-TIPO-ALVO
               MOVE PL-TAMANHO-ALVO (IDX-POL) TO LR-TAMANHO-ALVO
           ELSE
               MOVE '---' TO LR-TIPO-ALVO
               MOVE ZERO  TO LR-TAMANHO-ALVO
           END-IF
           IF RENOVACAO-GERADA
               MOVE 'SIM' TO LR-GERADO
           ELSE
               MOVE 'NAO' TO LR-GERADO
           END-IF
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-ROTULO.
       2300-LISTAR-ROTULO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2400-ACUMULAR-AREA
      * SOMA O ROTULO FORA DA POLITICA NOS TOTAIS DA SUA AREA DONA,
      * INCLUINDO A AREA NA TABELA QUANDO AINDA NAO PRESENTE. AREA
      * ALEM DO LIMITE DA TABELA E SOMADA EM 'OUTRAS'.
      *----------------------------------------------------------------*
       2400-ACUMULAR-AREA.
           MOVE 'N' TO WS-ALVO-ACHADO
           PERFORM VARYING IDX-AREA FROM 1 BY 1
                   UNTIL IDX-AREA > WS-QTDE-AREAS
                      OR ALVO-ACHADO
               IF AR-AREA (IDX-AREA) = IV-AREA-SOLICITANTE
                   SET ALVO-ACHADO TO TRUE
               END-IF
           END-PERFORM
           IF ALVO-ACHADO
               SET IDX-AREA DOWN BY 1
           ELSE
               IF WS-QTDE-AREAS >= WS-MAXIMO-AREAS
                   ADD 1 TO OA-QTDE-FORA
                   IF CORTE-VENCIDO
                       ADD 1 TO OA-QTDE-CORTE-VENCIDO
                   END-IF
                   IF RENOVACAO-GERADA
                       ADD 1 TO OA-QTDE-GERADOS
                   END-IF
                   GO TO 2400-ACUMULAR-AREA-EXIT
               END-IF
               ADD 1 TO WS-QTDE-AREAS
               SET IDX-AREA TO WS-QTDE-AREAS
               MOVE IV-AREA-SOLICITANTE TO AR-AREA (IDX-AREA)
               MOVE ZERO TO AR-QTDE-FORA (IDX-AREA)
               MOVE ZERO TO AR-QTDE-CORTE-VENCIDO (IDX-AREA)
               MOVE ZERO TO AR-QTDE-GERADOS (IDX-AREA)
           END-IF
      *
           ADD 1 TO AR-QTDE-FORA (IDX-AREA)
           IF CORTE-VENCIDO
               ADD 1 TO AR-QTDE-CORTE-VENCIDO (IDX-AREA)
           END-IF
           IF RENOVACAO-GERADA
               ADD 1 TO AR-QTDE-GERADOS (IDX-AREA)
           END-IF.
       2400-ACUMULAR-AREA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2500-ACUMULAR-PREFIXO
      * SOMA O ROTULO FORA DA POLITICA NOS TOTAIS DO SEU PREFIXO (OS
      * PRIMEIROS N CARACTERES DE TEXTO-1), INCLUINDO O PREFIXO NA
      * TABELA QUANDO AINDA NAO PRESENTE. PREFIXO ALEM DO LIMITE DA
      * TABELA E SOMADO EM 'OUTROS'.
      *----------------------------------------------------------------*
       2500-ACUMULAR-PREFIXO.
           MOVE SPACES TO WS-PREFIXO-CORRENTE
           MOVE IV-TEXTO-1 (1:WS-COMPR-PREFIXO)
               TO WS-PREFIXO-CORRENTE (1:WS-COMPR-PREFIXO)
      *
           MOVE 'N' TO WS-ALVO-ACHADO
           PERFORM VARYING IDX-PREF FROM 1 BY 1
                   UNTIL IDX-PREF > WS-QTDE-PREFIXOS
                      OR ALVO-ACHADO
               IF PF-PREFIXO (IDX-PREF) = WS-PREFIXO-CORRENTE
                   SET ALVO-ACHADO TO TRUE
               END-IF
           END-PERFORM
           IF ALVO-ACHADO
               SET IDX-PREF DOWN BY 1
           ELSE
               IF WS-QTDE-PREFIXOS >= WS-MAXIMO-PREFIXOS
                   ADD 1 TO OP-QTDE-FORA
                   IF CORTE-VENCIDO
                       ADD 1 TO OP-QTDE-CORTE-VENCIDO
                   END-IF
                   IF RENOVACAO-GERADA
                       ADD 1 TO OP-QTDE-GERADOS
                   END-IF
                   GO TO 2500-ACUMULAR-PREFIXO-EXIT
               END-IF
               ADD 1 TO WS-QTDE-PREFIXOS
               SET IDX-PREF TO WS-QTDE-PREFIXOS
               MOVE WS-PREFIXO-CORRENTE TO PF-PREFIXO (IDX-PREF)
               MOVE ZERO TO PF-QTDE-FORA (IDX-PREF)
               MOVE ZERO TO PF-QTDE-CORTE-VENCIDO (IDX-PREF)
               MOVE ZERO TO PF-QTDE-GERADOS (IDX-PREF)
           END-IF
      *
           ADD 1 TO PF-QTDE-FORA (IDX-PREF)
           IF CORTE-VENCIDO
               ADD 1 TO PF-QTDE-CORTE-VENCIDO (IDX-PREF)
           END-IF
           IF RENOVACAO-GERADA
               ADD 1 TO PF-QTDE-GERADOS (IDX-PREF)
           END-IF.
       2500-ACUMULAR-PREFIXO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2900-LER-PROXIMO-ROTULO
      * LE O PROXIMO REGISTRO DO INVENTARIO, SINALIZANDO FIM DE
      * ARQUIVO QUANDO NAO HOUVER MAIS REGISTROS.
      *----------------------------------------------------------------*
       2900-LER-PROXIMO-ROTULO.
           READ PC-CADASTRO-INVENTARIO
               AT END
                   SET FIM-ARQUIVO-IV TO TRUE
           END-READ.
       2900-LER-PROXIMO-ROTULO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8000-ENCERRAMENTO
      * GRAVA OS TOTAIS E O PLANO DE MIGRACAO, FECHA OS ARQUIVOS E
      * SINALIZA NO RETURN-CODE: 8 QUANDO HA ROTULO FORA DA POLITICA
      * COM A DATA DE CORTE VENCIDA; 4 QUANDO HA ROTULO FORA DA
      * POLITICA AINDA NO PRAZO, ROTULO ATIVO DE TIPO SEM POLITICA
      * OU POLITICA SEM ALVO DE MIGRACAO VALIDO.
      *----------------------------------------------------------------*
       8000-ENCERRAMENTO.
           IF NOT ERRO-ABERTURA-FATAL
               PERFORM 8100-GRAVAR-RELATORIO
                   THRU 8100-GRAVAR-RELATORIO-EXIT
           END-IF
      *
           CLOSE PC-CADASTRO-INVENTARIO
           CLOSE PC-ARQUIVO-MIGRACAO
           CLOSE PC-ARQUIVO-RELATORIO
      *
           DISPLAY 'VARREDURA DE POLITICA CRIPTOGRAFICA - FIM'
           DISPLAY 'ROTULOS LIDOS ...........: ' WS-QTDE-LIDOS
           DISPLAY 'ROTULOS ATIVOS ..........: ' WS-QTDE-ATIVOS
           DISPLAY 'ROTULOS INATIVOS ........: ' WS-QTDE-INATIVOS
           DISPLAY 'ROTULOS COMPROMETIDOS ...: '
               WS-QTDE-COMPROMETIDOS
           DISPLAY 'ATIVOS CONFORMES ........: ' WS-QTDE-CONFORMES
           DISPLAY 'FORA DA POLITICA ........: '
               WS-QTDE-FORA-POLITICA
           DISPLAY 'COM CORTE VENCIDO .......: '
               WS-QTDE-CORTE-VENCIDO
           DISPLAY 'RENOVACOES GERADAS ......: ' WS-QTDE-GERADOS
           DISPLAY 'AGUARDANDO O CORTE ......: '
               WS-QTDE-AGUARDANDO-CORTE
           DISPLAY 'SEM ALVO DE MIGRACAO ....: ' WS-QTDE-SEM-ALVO
           DISPLAY 'ATIVOS SEM POLITICA .....: '
               WS-QTDE-SEM-POLITICA
      *
           IF RETURN-CODE = ZERO
               EVALUATE TRUE
                   WHEN WS-QTDE-CORTE-VENCIDO > ZERO
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-QTDE-FORA-POLITICA > ZERO
                     OR WS-QTDE-SEM-POLITICA > ZERO
                     OR WS-QTDE-SEM-ALVO > ZERO
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
           END-IF.
       8000-ENCERRAMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8100-GRAVAR-RELATORIO
      * GRAVA EM KBPCRPT OS TOTAIS DA VARREDURA, O PLANO DE MIGRACAO
      * POR POLITICA E OS TOTAIS DOS ROTULOS FORA DA POLITICA POR
      * AREA E POR PREFIXO.
      *----------------------------------------------------------------*
       8100-GRAVAR-RELATORIO.
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           MOVE 'TOTAIS DA VARREDURA' TO WS-LS-TITULO
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-SECAO
      *
           MOVE 'ROTULOS LIDOS NO INVENTARIO' TO WS-LD-ROTULO
           MOVE WS-QTDE-LIDOS TO WS-LD-VALOR
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ROTULOS ATIVOS' TO WS-LD-ROTULO
           MOVE WS-QTDE-ATIVOS TO WS-LD-VALOR
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ROTULOS INATIVOS OU DESTRUIDOS' TO WS-LD-ROTULO
           MOVE WS-QTDE-INATIVOS TO WS-LD-VALOR
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ROTULOS COMPROMETIDOS (NAO AVALIADOS)'
               TO WS-LD-ROTULO
           MOVE WS-QTDE-COMPROMETIDOS TO WS-LD-VALOR
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ATIVOS CONFORMES A POLITICA' TO WS-LD-ROTULO
           MOVE WS-QTDE-CONFORMES TO WS-LD-VALOR
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ATIVOS FORA DA POLITICA' TO WS-LD-ROTULO
           MOVE WS-QTDE-FORA-POLITICA TO WS-LD-VALOR
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'FORA DA POLITICA COM CORTE VENCIDO' TO WS-LD-ROTULO
           MOVE WS-QTDE-CORTE-VENCIDO TO WS-LD-VALOR
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'RENOVACOES GERADAS EM KBUPGFD' TO WS-LD-ROTULO
           MOVE WS-QTDE-GERADOS TO WS-LD-VALOR
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'NAO GERADOS - AGUARDANDO O CORTE' TO WS-LD-ROTULO
           MOVE WS-QTDE-AGUARDANDO-CORTE TO WS-LD-VALOR
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'NAO GERADOS - POLITICA SEM ALVO VALIDO'
               TO WS-LD-ROTULO
           MOVE WS-QTDE-SEM-ALVO TO WS-LD-VALOR
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ROTULOS ATIVOS DE TIPO SEM POLITICA' TO WS-LD-ROTULO
           MOVE WS-QTDE-SEM-POLITICA TO WS-LD-VALOR
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           MOVE 'PLANO DE MIGRACAO POR POLITICA' TO WS-LS-TITULO
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-SECAO
           PERFORM 8110-LISTAR-UMA-POLITICA
               THRU 8110-LISTAR-UMA-POLITICA-EXIT
               VARYING IDX-POL FROM 1 BY 1
               UNTIL IDX-POL > WS-QTDE-POLITICAS
      *
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           MOVE 'ROTULOS FORA DA POLITICA POR AREA' TO WS-LS-TITULO
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-SECAO
           PERFORM 8120-LISTAR-UMA-AREA
               THRU 8120-LISTAR-UMA-AREA-EXIT
               VARYING IDX-AREA FROM 1 BY 1
               UNTIL IDX-AREA > WS-QTDE-AREAS
           IF OA-QTDE-FORA > ZERO
               MOVE '  AREA   : '         TO LG-TITULO
               MOVE 'OUTRAS'              TO LG-CHAVE
               MOVE OA-QTDE-FORA          TO LG-QTDE-FORA
               MOVE OA-QTDE-CORTE-VENCIDO TO LG-QTDE-CORTE-VENCIDO
               MOVE OA-QTDE-GERADOS       TO LG-QTDE-GERADOS
               WRITE PC-LINHA-RELATORIO FROM WS-LINHA-GRUPO
           END-IF
      *
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           MOVE 'ROTULOS FORA DA POLITICA POR PREFIXO DE ROTULO'
               TO WS-LS-TITULO
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-SECAO
           PERFORM 8130-LISTAR-UM-PREFIXO
               THRU 8130-LISTAR-UM-PREFIXO-EXIT
               VARYING IDX-PREF FROM 1 BY 1
               UNTIL IDX-PREF > WS-QTDE-PREFIXOS
           IF OP-QTDE-FORA > ZERO
               MOVE '  PREFIXO: '         TO LG-TITULO
               MOVE 'OUTROS'              TO LG-CHAVE
               MOVE OP-QTDE-FORA          TO LG-QTDE-FORA
               MOVE OP-QTDE-CORTE-VENCIDO TO LG-QTDE-CORTE-VENCIDO
               MOVE OP-QTDE-GERADOS       TO LG-QTDE-GERADOS
               WRITE PC-LINHA-RELATORIO FROM WS-LINHA-GRUPO
           END-IF.
       8100-GRAVAR-RELATORIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8110-LISTAR-UMA-POLITICA
      * IMPRIME A LINHA DO PLANO DE MIGRACAO DA POLITICA APONTADA
      * POR IDX-POL: REGRA (TIPO BANIDO OU TAMANHO MINIMO), DATA DE
      * CORTE, ROTULOS ATIVOS DO TIPO, FORA DA POLITICA, COM O CORTE
      * VENCIDO, RENOVACOES GERADAS E ALVO DA MIGRACAO.
      *----------------------------------------------------------------*
       8110-LISTAR-UMA-POLITICA.
           MOVE PL-TIPO-CHAVE (IDX-POL) TO LP-TIPO-CHAVE
           IF PL-TIPO-BANIDO (IDX-POL)
               MOVE 'BANIDO' TO LP-REGRA
               MOVE ZERO TO LP-TAMANHO-MINIMO
           ELSE
               MOVE 'MINIMO' TO LP-REGRA
               MOVE PL-TAMANHO-MINIMO (IDX-POL) TO LP-TAMANHO-MINIMO
           END-IF
           MOVE PL-DATA-CORTE (IDX-POL)         TO LP-DATA-CORTE
           MOVE PL-QTDE-ATIVOS (IDX-POL)        TO LP-QTDE-ATIVOS
           MOVE PL-QTDE-FORA (IDX-POL)          TO LP-QTDE-FORA
           MOVE PL-QTDE-CORTE-VENCIDO (IDX-POL)
               TO LP-QTDE-CORTE-VENCIDO
           MOVE PL-QTDE-GERADOS (IDX-POL)       TO LP-QTDE-GERADOS
           IF PL-ALVO-RESOLVIDO (IDX-POL)
               MOVE PL-TIPO-ALVO (IDX-POL)    TO LP-TIPO-ALVO
               MOVE PL-TAMANHO-ALVO (IDX-POL) TO LP-TAMANHO-ALVO
           ELSE
               MOVE '---' TO LP-TIPO-ALVO
               MOVE ZERO  TO LP-TAMANHO-ALVO
           END-IF
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-POLITICA.
       8110-LISTAR-UMA-POLITICA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8120-LISTAR-UMA-AREA
      * IMPRIME OS TOTAIS DA AREA APONTADA POR IDX-AREA. ROTULOS
      * ANTERIORES A AREA NO INVENTARIO APARECEM EM 'SEM AREA'.
      *----------------------------------------------------------------*
       8120-LISTAR-UMA-AREA.
           MOVE '  AREA   : ' TO LG-TITULO
           IF AR-AREA (IDX-AREA) = SPACES
               MOVE 'SEM AREA' TO LG-CHAVE
           ELSE
               MOVE AR-AREA (IDX-AREA) TO LG-CHAVE
           END-IF
           MOVE AR-QTDE-FORA (IDX-AREA)          TO LG-QTDE-FORA
           MOVE AR-QTDE-CORTE-VENCIDO (IDX-AREA)
               TO LG-QTDE-CORTE-VENCIDO
           MOVE AR-QTDE-GERADOS (IDX-AREA)       TO LG-QTDE-GERADOS
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-GRUPO.
       8120-LISTAR-UMA-AREA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8130-LISTAR-UM-PREFIXO
      * IMPRIME OS TOTAIS DO PREFIXO DE ROTULO APONTADO POR IDX-PREF.
      *----------------------------------------------------------------*
       8130-LISTAR-UM-PREFIXO.
           MOVE '  PREFIXO: '                    TO LG-TITULO
           MOVE PF-PREFIXO (IDX-PREF)            TO LG-CHAVE
           MOVE PF-QTDE-FORA (IDX-PREF)          TO LG-QTDE-FORA
           MOVE PF-QTDE-CORTE-VENCIDO (IDX-PREF)
               TO LG-QTDE-CORTE-VENCIDO
           MOVE PF-QTDE-GERADOS (IDX-PREF)       TO LG-QTDE-GERADOS
           WRITE PC-LINHA-RELATORIO FROM WS-LINHA-GRUPO.
       8130-LISTAR-UM-PREFIXO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM PROGCOB76.
