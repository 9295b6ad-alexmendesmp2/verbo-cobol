      ******************************************************************
      * Author: ALEX MENDES
      * Date: 15-10-2026
      * Purpose: BAIXA NOTURNA DA FILA DE SOLICITACOES ONLINE (KSDS
      *          KBSOLIC, ALIMENTADA PELA TRANSACAO KBRQ/PROGCOB87).
      *          EXECUTADO NA JCL PROGCB05 ANTES DO PORTAL DE ENTRADA:
      *          AS SOLICITACOES APROVADAS POR UM SEGUNDO USUARIO DA
      *          AREA SAO GRAVADAS NA REMESSA ONLINE KBGWOUT, COM
      *          CABECALHO 'H', DETALHE 'D' E TRAILER 'T' POR AREA NO
      *          MESMO LAYOUT DAS TRANSMISSOES DE ARQUIVO (O DETALHE
      *          LEVA TAMBEM O USUARIO SOLICITANTE E O APROVADOR), E
      *          ENTRAM NO PORTAL NA MESMA NOITE CONCATENADAS EM
      *          KBGWIN. AS RECUSADAS E AS PENDENTES HA MAIS DIAS QUE
      *          O PRAZO DO CARTAO DE CONTROLE SAO LISTADAS E
      *          BAIXADAS; AS DEMAIS PENDENTES FICAM NA FILA.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 15-10-2026 AM    VERSAO INICIAL - REMESSA ONLINE DOS APROVADOS,
      *                  BAIXA DOS RECUSADOS E DOS PENDENTES VENCIDOS
      *                  (STEP002 DA JCL PROGCB05).
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       PROGRAM-ID. PROGCOB88.
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
           SELECT SO-FILA-SOLICITACAO ASSIGN TO "KBSOLIC"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY SL-CHAVE-SOLICITACAO
               FILE STATUS IS WS-STATUS-SOLICITACAO.
      *
           SELECT SO-ARQUIVO-REMESSA ASSIGN TO "KBGWOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA.
      *
           SELECT SO-ARQUIVO-RELATORIO ASSIGN TO "KBSLRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
      *
           SELECT SO-CARTAO-CONTROLE ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SYSIN.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*
       FD  SO-FILA-SOLICITACAO.
           COPY KBSOLREC.
      *
       FD  SO-ARQUIVO-REMESSA.
       01  SO-REGISTRO-REMESSA.
           05  RM-TIPO-REG               PIC X(01).
           05  FILLER                    PIC X(79).
       01  SO-REGISTRO-CABECALHO REDEFINES SO-REGISTRO-REMESSA.
           05  FILLER                    PIC X(01).
           05  HD-AREA                   PIC X(03).
           05  HD-DATA-REMESSA           PIC 9(08).
           05  FILLER                    PIC X(68).
       01  SO-REGISTRO-DETALHE REDEFINES SO-REGISTRO-REMESSA.
           05  FILLER                    PIC X(01).
           05  DT-MOVIMENTO.
               10  DT-TEXTO-1            PIC X(15).
               10  DT-TEXTO-2            PIC X(15).
               10  DT-TAMANHO-CHAVE      PIC 9(09).
               10  DT-COD-TRANSACAO      PIC X(01).
               10  DT-TIPO-CHAVE         PIC X(03).
           05  DT-USUARIO-SOLICITANTE    PIC X(08).
           05  DT-USUARIO-APROVADOR      PIC X(08).
           05  FILLER                    PIC X(20).
       01  SO-REGISTRO-TRAILER REDEFINES SO-REGISTRO-REMESSA.
           05  FILLER                    PIC X(01).
           05  TR-AREA                   PIC X(03).
           05  TR-QTDE-REGISTROS         PIC 9(09).
           05  FILLER                    PIC X(67).
      *
       FD  SO-ARQUIVO-RELATORIO.
       01  SO-LINHA-RELATORIO            PIC X(132).
      *
       FD  SO-CARTAO-CONTROLE.
       01  SO-REGISTRO-CONTROLE.
           05  CTL-DATA-EXECUCAO         PIC X(08).
           05  CTL-DIAS-VALIDADE         PIC 9(05).
           05  FILLER                    PIC X(67).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    CHAVES E INDICADORES DE STATUS DE ARQUIVO
      *----------------------------------------------------------------*
       01  WS-STATUS-SOLICITACAO         PIC X(02)      VALUE SPACES.
           88  WS-SOLICITACAO-OK         VALUE '00'.
       01  WS-STATUS-REMESSA             PIC X(02)      VALUE SPACES.
           88  WS-REMESSA-OK             VALUE '00'.
       01  WS-STATUS-RELATORIO           PIC X(02)      VALUE SPACES.
       01  WS-STATUS-SYSIN               PIC X(02)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    SWITCHES DE CONTROLE DO PROCESSAMENTO
      *----------------------------------------------------------------*
       01  WS-SWITCHES-LOTE.
           05  WS-FIM-ARQUIVO-SL         PIC X(01)      VALUE 'N'.
               88  FIM-ARQUIVO-SL        VALUE 'S'.
           05  WS-ERRO-ABERTURA          PIC X(01)      VALUE 'N'.
               88  ERRO-ABERTURA-FATAL   VALUE 'S'.
           05  WS-REMESSA-ABERTA         PIC X(01)      VALUE 'N'.
               88  REMESSA-ABERTA        VALUE 'S'.
      *----------------------------------------------------------------*
      *    CONTADORES DO LOTE
      *----------------------------------------------------------------*
       01  WS-CONTADORES-LOTE.
           05  WS-QTDE-LIDOS             PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-APROVADOS         PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-RECUSADOS         PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-VENCIDOS          PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-PENDENTES         PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-REMESSAS          PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ERROS-VSAM        PIC 9(09) COMP VALUE ZERO.
       01  WS-QTDE-DETALHES-AREA         PIC 9(09) COMP VALUE ZERO.
       01  WS-AREA-REMESSA               PIC X(03)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    PRAZO PARA UMA SOLICITACAO PENDENTE SER DECIDIDA. SEM
      *    CARTAO VALIDO, VALE O PRAZO PADRAO DE 7 DIAS.
      *----------------------------------------------------------------*
       77  WS-VALIDADE-PADRAO            PIC 9(05)      VALUE 7.
       01  WS-DIAS-VALIDADE              PIC 9(05)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    AREA DE DATA DE EXECUCAO E DE CALCULO DE IDADE EM DIAS.
      *    AS DATAS SAO CONVERTIDAS PARA UM NUMERO DE DIA CORRIDO
      *    (CONTAGEM JULIANA) POR ARITMETICA INTEIRA, COMO NO PASSO
      *    DE DESTRUICAO DE CHAVES (PROGCOB90).
      *----------------------------------------------------------------*
       01  WS-DATA-EXECUCAO              PIC 9(08)      VALUE ZEROS.
       01  WS-DATA-CALCULO               PIC 9(08)      VALUE ZEROS.
       01  WS-DATA-CALCULO-R REDEFINES WS-DATA-CALCULO.
           05  WS-DC-ANO                 PIC 9(04).
           05  WS-DC-MES                 PIC 9(02).
           05  WS-DC-DIA                 PIC 9(02).
       01  WS-DIA-EXECUCAO               PIC 9(09) COMP VALUE ZERO.
       01  WS-DIA-CORRIDO                PIC 9(09) COMP VALUE ZERO.
       01  WS-DIAS-PENDENTE              PIC S9(09) COMP VALUE ZERO.
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
               'RELATORIO DA BAIXA DA FILA DE SOLICITACOES O'.
           05  FILLER PIC X(20) VALUE
               'NLINE (KBSOLIC)'.
           05  FILLER                    PIC X(68)      VALUE SPACES.
       01  WS-LINHA-COLUNAS.
           05  FILLER PIC X(44) VALUE
               ' ARE ROTULO (TEXTO-1 / TEXTO-2)      C TIP  '.
           05  FILLER PIC X(44) VALUE
               ' TAM SOLICIT. EM       APROVAD. EM       DES'.
           05  FILLER PIC X(44) VALUE
               'TINO'.
       01  WS-LINHA-SOLICITACAO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LS-AREA                   PIC X(03)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LS-TEXTO-1                PIC X(15)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LS-TEXTO-2                PIC X(15)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LS-COD-TRANSACAO          PIC X(01)      VALUE SPACE.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LS-TIPO                   PIC X(03)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LS-TAMANHO                PIC ZZZZ9      VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LS-SOLICITANTE            PIC X(08)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LS-DATA-SOLICITACAO       PIC 9(08)      VALUE ZEROS.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LS-APROVADOR              PIC X(08)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LS-DATA-DECISAO           PIC 9(08)      VALUE ZEROS.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LS-DESTINO                PIC X(40)      VALUE SPACES.
           05  FILLER                    PIC X(07)      VALUE SPACES.
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
      * CONTROLA A SEQUENCIA GERAL DA BAIXA DA FILA DE SOLICITACOES.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
      *
           PERFORM 2000-TRATAR-SOLICITACAO
               THRU 2000-TRATAR-SOLICITACAO-EXIT
               UNTIL FIM-ARQUIVO-SL
      *
           PERFORM 8000-ENCERRAMENTO THRU 8000-ENCERRAMENTO-EXIT
      *
           GOBACK.
      *----------------------------------------------------------------*
      * 1000-INICIALIZAR
      * LE O CARTAO DE CONTROLE (DATA DE EXECUCAO + PRAZO), ABRE OS
      * ARQUIVOS, GRAVA O CABECALHO DO RELATORIO E LE A PRIMEIRA
      * SOLICITACAO DA FILA.
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           PERFORM 1100-LER-CARTAO-CONTROLE
               THRU 1100-LER-CARTAO-CONTROLE-EXIT
      *
           OPEN I-O    SO-FILA-SOLICITACAO
           OPEN OUTPUT SO-ARQUIVO-REMESSA
           OPEN OUTPUT SO-ARQUIVO-RELATORIO
      *
           IF NOT WS-SOLICITACAO-OK
               DISPLAY 'ERRO FATAL - KBSOLIC NAO ABRIU. STATUS='
                       WS-STATUS-SOLICITACAO
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO-SL TO TRUE
           END-IF
      *
           IF NOT WS-REMESSA-OK
               DISPLAY 'ERRO FATAL - KBGWOUT NAO ABRIU. STATUS='
                       WS-STATUS-REMESSA
                       ' - NENHUMA SOLICITACAO BAIXADA'
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO-SL TO TRUE
           END-IF
      *
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'ERRO FATAL - KBSLRPT NAO ABRIU. STATUS='
                       WS-STATUS-RELATORIO
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO-SL TO TRUE
           END-IF
      *
           IF NOT ERRO-ABERTURA-FATAL
               MOVE WS-DATA-EXECUCAO TO WS-DATA-CALCULO
               PERFORM 7000-CALCULAR-DIA-CORRIDO
                   THRU 7000-CALCULAR-DIA-CORRIDO-EXIT
               MOVE WS-DIA-CORRIDO TO WS-DIA-EXECUCAO
               PERFORM 1200-GRAVAR-CABECALHO
                   THRU 1200-GRAVAR-CABECALHO-EXIT
               PERFORM 2900-LER-PROXIMA-SOLICITACAO
                   THRU 2900-LER-PROXIMA-SOLICITACAO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1100-LER-CARTAO-CONTROLE
      * LE O CARTAO SYSIN COM A DATA DE EXECUCAO (A MESMA INFORMADA
      * AO PORTAL, QUE A CONFERE NO CABECALHO DA REMESSA) E O PRAZO
      * EM DIAS PARA UMA SOLICITACAO PENDENTE SER DECIDIDA. DATA
      * AUSENTE ASSUME O RELOGIO; PRAZO AUSENTE OU NAO NUMERICO
      * ASSUME O PRAZO PADRAO.
      *----------------------------------------------------------------*
       1100-LER-CARTAO-CONTROLE.
           OPEN INPUT SO-CARTAO-CONTROLE
           IF WS-STATUS-SYSIN = '00'
               READ SO-CARTAO-CONTROLE
                   AT END
                       MOVE SPACES TO SO-REGISTRO-CONTROLE
               END-READ
               CLOSE SO-CARTAO-CONTROLE
           ELSE
               MOVE SPACES TO SO-REGISTRO-CONTROLE
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
           IF CTL-DIAS-VALIDADE IS NUMERIC
              AND CTL-DIAS-VALIDADE > ZERO
               MOVE CTL-DIAS-VALIDADE TO WS-DIAS-VALIDADE
           ELSE
               DISPLAY 'AVISO - PRAZO AUSENTE OU INVALIDO '
                       '- ASSUMIDO O PRAZO PADRAO DE '
                       WS-VALIDADE-PADRAO ' DIAS'
               MOVE WS-VALIDADE-PADRAO TO WS-DIAS-VALIDADE
           END-IF.
       1100-LER-CARTAO-CONTROLE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1200-GRAVAR-CABECALHO
      * GRAVA O CABECALHO DO RELATORIO: TITULO, DATA DE EXECUCAO,
      * PRAZO APLICADO E A LINHA DE TITULOS DAS COLUNAS.
      *----------------------------------------------------------------*
       1200-GRAVAR-CABECALHO.
           WRITE SO-LINHA-RELATORIO FROM WS-LINHA-CABECALHO
      *
           MOVE 'DATA DE EXECUCAO' TO WS-LDA-ROTULO
           MOVE WS-DATA-EXECUCAO TO WS-LDA-DATA
           WRITE SO-LINHA-RELATORIO FROM WS-LINHA-DATA
      *
           MOVE 'PRAZO PARA DECISAO DA PENDENTE (DIAS)'
               TO WS-LD-ROTULO
           MOVE WS-DIAS-VALIDADE TO WS-LD-VALOR
           WRITE SO-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           WRITE SO-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           WRITE SO-LINHA-RELATORIO FROM WS-LINHA-COLUNAS.
       1200-GRAVAR-CABECALHO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-TRATAR-SOLICITACAO
      * TRATA UMA SOLICITACAO DA FILA (NA ORDEM DA CHAVE, AGRUPADA
      * POR AREA). A TROCA DE AREA FECHA A REMESSA DA AREA ANTERIOR.
      * APROVADA VAI PARA A REMESSA E SAI DA FILA; RECUSADA SAI DA
      * FILA; PENDENTE ALEM DO PRAZO VENCE E SAI DA FILA; PENDENTE
      * DENTRO DO PRAZO FICA PARA A PROXIMA NOITE.
      *----------------------------------------------------------------*
       2000-TRATAR-SOLICITACAO.
           ADD 1 TO WS-QTDE-LIDOS
      *
           IF REMESSA-ABERTA AND SL-AREA NOT = WS-AREA-REMESSA
               PERFORM 2300-FECHAR-REMESSA-AREA
                   THRU 2300-FECHAR-REMESSA-AREA-EXIT
           END-IF
      *
           EVALUATE TRUE
               WHEN SL-APROVADA
                   PERFORM 2100-GRAVAR-DETALHE-REMESSA
                       THRU 2100-GRAVAR-DETALHE-REMESSA-EXIT
               WHEN SL-RECUSADA
                   ADD 1 TO WS-QTDE-RECUSADOS
                   MOVE 'RECUSADA - BAIXADA DA FILA' TO LS-DESTINO
                   PERFORM 2400-BAIXAR-SOLICITACAO
                       THRU 2400-BAIXAR-SOLICITACAO-EXIT
               WHEN OTHER
                   PERFORM 2200-AVALIAR-PENDENTE
                       THRU 2200-AVALIAR-PENDENTE-EXIT
           END-EVALUATE
      *
           PERFORM 2900-LER-PROXIMA-SOLICITACAO
               THRU 2900-LER-PROXIMA-SOLICITACAO-EXIT.
       2000-TRATAR-SOLICITACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2100-GRAVAR-DETALHE-REMESSA
      * GRAVA A SOLICITACAO APROVADA COMO DETALHE 'D' DA REMESSA DA
      * AREA, ABRINDO A REMESSA COM O CABECALHO 'H' NA PRIMEIRA
      * APROVADA DA AREA, E A BAIXA DA FILA.
      *----------------------------------------------------------------*
       2100-GRAVAR-DETALHE-REMESSA.
           IF NOT REMESSA-ABERTA
               MOVE SPACES           TO SO-REGISTRO-REMESSA
               MOVE 'H'              TO RM-TIPO-REG
               MOVE SL-AREA          TO HD-AREA
               MOVE WS-DATA-EXECUCAO TO HD-DATA-REMESSA
               WRITE SO-REGISTRO-REMESSA
               MOVE SL-AREA TO WS-AREA-REMESSA
               MOVE ZERO TO WS-QTDE-DETALHES-AREA
               SET REMESSA-ABERTA TO TRUE
               ADD 1 TO WS-QTDE-REMESSAS
           END-IF
      *
           MOVE SPACES                 TO SO-REGISTRO-REMESSA
           MOVE 'D'                    TO RM-TIPO-REG
           MOVE SL-TEXTO-1             TO DT-TEXTO-1
           MOVE SL-TEXTO-2             TO DT-TEXTO-2
           MOVE SL-TAMANHO-CHAVE       TO DT-TAMANHO-CHAVE
           MOVE SL-COD-TRANSACAO       TO DT-COD-TRANSACAO
           MOVE SL-TIPO-CHAVE          TO DT-TIPO-CHAVE
           MOVE SL-USUARIO-SOLICITANTE TO DT-USUARIO-SOLICITANTE
           MOVE SL-USUARIO-APROVADOR   TO DT-USUARIO-APROVADOR
           WRITE SO-REGISTRO-REMESSA
           ADD 1 TO WS-QTDE-DETALHES-AREA
           ADD 1 TO WS-QTDE-APROVADOS
      *
           MOVE 'APROVADA - ENVIADA AO PORTAL' TO LS-DESTINO
           PERFORM 2400-BAIXAR-SOLICITACAO
               THRU 2400-BAIXAR-SOLICITACAO-EXIT.
       2100-GRAVAR-DETALHE-REMESSA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2200-AVALIAR-PENDENTE
      * CALCULA HA QUANTOS DIAS A SOLICITACAO ESTA PENDENTE. ALEM DO
      * PRAZO, ELA VENCE E E BAIXADA (A AREA PRECISA SOLICITAR DE
      * NOVO); DENTRO DO PRAZO, SO E CONTADA. DATA DE SOLICITACAO
      * INVALIDA E TRATADA COMO VENCIDA.
      *----------------------------------------------------------------*
       2200-AVALIAR-PENDENTE.
           IF SL-DATA-SOLICITACAO IS NOT NUMERIC
              OR SL-DATA-SOLICITACAO = ZERO
               MOVE WS-DIAS-VALIDADE TO WS-DIAS-PENDENTE
           ELSE
               MOVE SL-DATA-SOLICITACAO TO WS-DATA-CALCULO
               PERFORM 7000-CALCULAR-DIA-CORRIDO
                   THRU 7000-CALCULAR-DIA-CORRIDO-EXIT
               COMPUTE WS-DIAS-PENDENTE =
                   WS-DIA-EXECUCAO - WS-DIA-CORRIDO
           END-IF
      *
           IF WS-DIAS-PENDENTE < WS-DIAS-VALIDADE
               ADD 1 TO WS-QTDE-PENDENTES
           ELSE
               ADD 1 TO WS-QTDE-VENCIDOS
               MOVE 'PENDENTE VENCIDA SEM DECISAO - BAIXADA'
                   TO LS-DESTINO
               PERFORM 2400-BAIXAR-SOLICITACAO
                   THRU 2400-BAIXAR-SOLICITACAO-EXIT
           END-IF.
       2200-AVALIAR-PENDENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2300-FECHAR-REMESSA-AREA
      * GRAVA O TRAILER 'T' DA REMESSA DA AREA CORRENTE COM A
      * QUANTIDADE DE DETALHES GRAVADOS.
      *----------------------------------------------------------------*
       2300-FECHAR-REMESSA-AREA.
           MOVE SPACES                TO SO-REGISTRO-REMESSA
           MOVE 'T'                   TO RM-TIPO-REG
           MOVE WS-AREA-REMESSA       TO TR-AREA
           MOVE WS-QTDE-DETALHES-AREA TO TR-QTDE-REGISTROS
           WRITE SO-REGISTRO-REMESSA
           MOVE 'N' TO WS-REMESSA-ABERTA
           MOVE SPACES TO WS-AREA-REMESSA.
       2300-FECHAR-REMESSA-AREA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2400-BAIXAR-SOLICITACAO
      * LISTA A SOLICITACAO NO RELATORIO COM O DESTINO DADO
      * (LS-DESTINO) E A EXCLUI DA FILA (ULTIMO REGISTRO LIDO).
      *----------------------------------------------------------------*
       2400-BAIXAR-SOLICITACAO.
           MOVE SL-AREA                TO LS-AREA
           MOVE SL-TEXTO-1             TO LS-TEXTO-1
           MOVE SL-TEXTO-2             TO LS-TEXTO-2
           MOVE SL-COD-TRANSACAO       TO LS-COD-TRANSACAO
           MOVE SL-TIPO-CHAVE          TO LS-TIPO
           MOVE SL-TAMANHO-CHAVE       TO LS-TAMANHO
           MOVE SL-USUARIO-SOLICITANTE TO LS-SOLICITANTE
           MOVE SL-DATA-SOLICITACAO    TO LS-DATA-SOLICITACAO
           MOVE SL-USUARIO-APROVADOR   TO LS-APROVADOR
           MOVE SL-DATA-DECISAO        TO LS-DATA-DECISAO
           WRITE SO-LINHA-RELATORIO FROM WS-LINHA-SOLICITACAO
           MOVE SPACES TO LS-DESTINO
      *
           DELETE SO-FILA-SOLICITACAO
           IF NOT WS-SOLICITACAO-OK
               DISPLAY 'ERRO VSAM NA BAIXA DA SOLICITACAO: '
                       SL-AREA ' ' SL-TEXTO-1 ' ' SL-TEXTO-2
                       ' STATUS=' WS-STATUS-SOLICITACAO
               ADD 1 TO WS-QTDE-ERROS-VSAM
           END-IF.
       2400-BAIXAR-SOLICITACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2900-LER-PROXIMA-SOLICITACAO
      * LE A PROXIMA SOLICITACAO DA FILA, SINALIZANDO FIM DE ARQUIVO
      * QUANDO NAO HOUVER MAIS REGISTROS. ERRO DE LEITURA ENCERRA A
      * VARREDURA COMO ERRO DE VSAM.
      *----------------------------------------------------------------*
       2900-LER-PROXIMA-SOLICITACAO.
           READ SO-FILA-SOLICITACAO NEXT
               AT END
                   SET FIM-ARQUIVO-SL TO TRUE
                   GO TO 2900-LER-PROXIMA-SOLICITACAO-EXIT
           END-READ
           IF NOT WS-SOLICITACAO-OK
               DISPLAY 'ERRO VSAM NA LEITURA DA FILA. STATUS='
                       WS-STATUS-SOLICITACAO
               ADD 1 TO WS-QTDE-ERROS-VSAM
               SET FIM-ARQUIVO-SL TO TRUE
           END-IF.
       2900-LER-PROXIMA-SOLICITACAO-EXIT.
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
      * 8000-ENCERRAMENTO
      * FECHA A REMESSA DA ULTIMA AREA, GRAVA OS TOTAIS NO RELATORIO,
      * FECHA OS ARQUIVOS E EXIBE OS TOTAIS DO PASSO. ERRO DE VSAM E
      * SINALIZADO NO RETURN-CODE PARA O ESCALONADOR.
      *----------------------------------------------------------------*
       8000-ENCERRAMENTO.
           IF NOT ERRO-ABERTURA-FATAL
               IF REMESSA-ABERTA
                   PERFORM 2300-FECHAR-REMESSA-AREA
                       THRU 2300-FECHAR-REMESSA-AREA-EXIT
               END-IF
               PERFORM 8100-GRAVAR-TOTAIS
                   THRU 8100-GRAVAR-TOTAIS-EXIT
           END-IF
           CLOSE SO-FILA-SOLICITACAO
           CLOSE SO-ARQUIVO-REMESSA
           CLOSE SO-ARQUIVO-RELATORIO
      *
           DISPLAY 'BAIXA DA FILA DE SOLICITACOES - FIM DE LOTE'
           DISPLAY 'SOLICITACOES LIDAS ......: ' WS-QTDE-LIDOS
           DISPLAY 'APROVADAS ENVIADAS ......: ' WS-QTDE-APROVADOS
           DISPLAY 'RECUSADAS BAIXADAS ......: ' WS-QTDE-RECUSADOS
           DISPLAY 'PENDENTES VENCIDAS ......: ' WS-QTDE-VENCIDOS
           DISPLAY 'PENDENTES MANTIDAS ......: ' WS-QTDE-PENDENTES
           DISPLAY 'REMESSAS DE AREA ........: ' WS-QTDE-REMESSAS
           DISPLAY 'ERROS DE VSAM ...........: ' WS-QTDE-ERROS-VSAM
      *
           IF WS-QTDE-ERROS-VSAM > ZERO AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-ENCERRAMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8100-GRAVAR-TOTAIS
      * ACRESCENTA AO RELATORIO A SECAO DE TOTAIS DA EXECUCAO.
      *----------------------------------------------------------------*
       8100-GRAVAR-TOTAIS.
           WRITE SO-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           MOVE 'TOTAIS DA BAIXA' TO WS-LS-TITULO
           WRITE SO-LINHA-RELATORIO FROM WS-LINHA-SECAO
      *
           MOVE 'SOLICITACOES LIDAS NA FILA' TO WS-LD-ROTULO
           MOVE WS-QTDE-LIDOS TO WS-LD-VALOR
           WRITE SO-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'APROVADAS ENVIADAS AO PORTAL' TO WS-LD-ROTULO
           MOVE WS-QTDE-APROVADOS TO WS-LD-VALOR
           WRITE SO-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'RECUSADAS BAIXADAS' TO WS-LD-ROTULO
           MOVE WS-QTDE-RECUSADOS TO WS-LD-VALOR
           WRITE SO-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'PENDENTES VENCIDAS BAIXADAS' TO WS-LD-ROTULO
           MOVE WS-QTDE-VENCIDOS TO WS-LD-VALOR
           WRITE SO-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'PENDENTES MANTIDAS NA FILA' TO WS-LD-ROTULO
           MOVE WS-QTDE-PENDENTES TO WS-LD-VALOR
           WRITE SO-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'REMESSAS DE AREA GERADAS' TO WS-LD-ROTULO
           MOVE WS-QTDE-REMESSAS TO WS-LD-VALOR
           WRITE SO-LINHA-RELATORIO FROM WS-LINHA-DETALHE
      *
           MOVE 'ERROS DE VSAM' TO WS-LD-ROTULO
           MOVE WS-QTDE-ERROS-VSAM TO WS-LD-VALOR
           WRITE SO-LINHA-RELATORIO FROM WS-LINHA-DETALHE.
       8100-GRAVAR-TOTAIS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM PROGCOB88.
