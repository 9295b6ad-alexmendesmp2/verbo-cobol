      ******************************************************************
      * Author: ALEX MENDES
      * Date: 15-10-2026
      * Purpose: PASSO DE DESTRUICAO DE CHAVES PKA INATIVAS. A CADEIA
      *          SO INATIVAVA O ROTULO NO CADASTRO KBINVEN, E A CHAVE
      *          PRIVADA CONTINUAVA NO PKDS INDEFINIDAMENTE. ESTE
      *          PROGRAMA PERCORRE O INVENTARIO E, PARA CADA ROTULO
      *          INATIVO CUJA DATA DE INATIVACAO JA ULTRAPASSOU A
      *          CARENCIA INFORMADA NO CARTAO DE CONTROLE, CHAMA O
      *          SERVICO ICSF PKDS KEY RECORD DELETE (CSNDKRD). A
      *          EXCLUSAO CONCLUIDA MARCA O ROTULO COMO DESTRUIDO
      *          (STATUS X) COM A DATA DE DESTRUICAO, E CADA TENTATIVA
      *          GERA UMA LINHA NO CERTIFICADO DE DESTRUICAO (KBDCRPT)
      *          PARA A AUDITORIA: ROTULO, TIPO, TAMANHO, DATAS DE
      *          CONSTRUCAO, INATIVACAO E DESTRUICAO, RETCODE E
      *          MOTIVO RESOLVIDO PELA TABELA KBMOTTAB.
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 15-10-2026 AM    VERSAO INICIAL - DESTRUICAO NO PKDS APOS A
      *                  CARENCIA, COM CERTIFICADO DE DESTRUICAO
      *                  (STEP037 DA JCL PROGCB10).
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
      *----------------------------------------------------------------*
       PROGRAM-ID. PROGCOB90.
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
           SELECT DS-CADASTRO-INVENTARIO ASSIGN TO "KBINVEN"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IV-CHAVE-ROTULO
               FILE STATUS IS WS-STATUS-INVENTARIO.
      *
           SELECT DS-ARQUIVO-CERTIFICADO ASSIGN TO "KBDCRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CERTIFICADO.
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
       FD  DS-CADASTRO-INVENTARIO.
           COPY KBINVREC.
      *
       FD  DS-ARQUIVO-CERTIFICADO.
       01  DS-LINHA-CERTIFICADO          PIC X(132).
      *
       FD  DS-ARQUIVO-ESTATISTICA.
           COPY KBSTAREC.
      *
       FD  DS-CARTAO-CONTROLE.
       01  DS-REGISTRO-CONTROLE.
           05  CTL-DATA-EXECUCAO         PIC X(08).
           05  CTL-DIAS-CARENCIA         PIC 9(05).
           05  FILLER                    PIC X(67).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           COPY CSNDPKBP.
       77  CSNDKRD                   PIC X(07)       VALUE 'CSNDKRD'.
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
       01  WS-STATUS-INVENTARIO          PIC X(02)      VALUE SPACES.
           88  WS-INVENTARIO-OK          VALUE '00'.
           88  WS-INVENTARIO-FIM         VALUE '10'.
       01  WS-STATUS-CERTIFICADO         PIC X(02)      VALUE SPACES.
       01  WS-STATUS-ESTATISTICA         PIC X(02)      VALUE SPACES.
           88  WS-ESTATISTICA-OK         VALUE '00'.
       01  WS-STATUS-SYSIN               PIC X(02)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    SWITCHES DE CONTROLE DO PROCESSAMENTO
      *----------------------------------------------------------------*
       01  WS-SWITCHES-LOTE.
           05  WS-FIM-ARQUIVO-IV         PIC X(01)      VALUE 'N'.
               88  FIM-ARQUIVO-IV        VALUE 'S'.
           05  WS-ERRO-ABERTURA          PIC X(01)      VALUE 'N'.
               88  ERRO-ABERTURA-FATAL   VALUE 'S'.
           05  WS-LIVRO-ABERTO           PIC X(01)      VALUE 'N'.
               88  LIVRO-ABERTO          VALUE 'S'.
           05  WS-CORRIDA-REPROVADA      PIC X(01)      VALUE 'N'.
               88  CORRIDA-REPROVADA     VALUE 'S'.
      *----------------------------------------------------------------*
      *    CONTADORES DO LOTE
      *----------------------------------------------------------------*
       01  WS-CONTADORES-LOTE.
           05  WS-QTDE-LIDOS             PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-INATIVOS          PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-EM-CARENCIA       PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-DESTRUIDAS        PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-JA-AUSENTES       PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-FALHAS            PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-DATADOS           PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-ERROS-VSAM        PIC 9(09) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *    CARENCIA ENTRE A INATIVACAO E A DESTRUICAO NO PKDS. SEM
      *    CARTAO VALIDO, VALE A CARENCIA PADRAO DE 90 DIAS.
      *----------------------------------------------------------------*
       77  WS-CARENCIA-PADRAO            PIC 9(05)      VALUE 90.
       01  WS-DIAS-CARENCIA              PIC 9(05)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    AREA DE DATA DE EXECUCAO E DE CALCULO DE IDADE EM DIAS.
      *    AS DATAS SAO CONVERTIDAS PARA UM NUMERO DE DIA CORRIDO
      *    (CONTAGEM JULIANA) POR ARITMETICA INTEIRA, COMO NO GERADOR
      *    DO MOVIMENTO DE ROTACAO (PROGCOB75).
      *----------------------------------------------------------------*
       01  WS-DATA-EXECUCAO              PIC 9(08)      VALUE ZEROS.
       01  WS-DATA-CALCULO               PIC 9(08)      VALUE ZEROS.
       01  WS-DATA-CALCULO-R REDEFINES WS-DATA-CALCULO.
           05  WS-DC-ANO                 PIC 9(04).
           05  WS-DC-MES                 PIC 9(02).
           05  WS-DC-DIA                 PIC 9(02).
       01  WS-DIA-EXECUCAO               PIC 9(09) COMP VALUE ZERO.
       01  WS-DIA-INATIVACAO             PIC 9(09) COMP VALUE ZERO.
       01  WS-DIA-CORRIDO                PIC 9(09) COMP VALUE ZERO.
       01  WS-DIAS-INATIVO               PIC S9(09) COMP VALUE ZERO.
       01  WS-JD-A                       PIC 9(09) COMP VALUE ZERO.
       01  WS-JD-ANO                     PIC 9(09) COMP VALUE ZERO.
       01  WS-JD-MES                     PIC 9(09) COMP VALUE ZERO.
       01  WS-JD-TEMP-1                  PIC 9(09) COMP VALUE ZERO.
       01  WS-JD-TEMP-2                  PIC 9(09) COMP VALUE ZERO.
       01  WS-JD-TEMP-3                  PIC 9(09) COMP VALUE ZERO.
       01  WS-JD-TEMP-4                  PIC 9(09) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *    AREA DE DATA E HORA DA ESTATISTICA DE EXECUCAO
      *----------------------------------------------------------------*
       01  WS-DATA-GRAVACAO              PIC 9(08)      VALUE ZEROS.
       01  WS-HORA-INICIO-PASSO          PIC 9(08)      VALUE ZEROS.
       01  WS-HORA-SISTEMA               PIC 9(08)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    AREAS DE MONTAGEM DAS LINHAS DO CERTIFICADO DE DESTRUICAO
      *----------------------------------------------------------------*
       01  WS-LINHA-CABECALHO.
           05  FILLER PIC X(44) VALUE
               'CERTIFICADO DE DESTRUICAO DE CHAVES PKA NO P'.
           05  FILLER PIC X(20) VALUE
               'KDS (CSNDKRD)'.
           05  FILLER                    PIC X(68)      VALUE SPACES.
       01  WS-LINHA-COLUNAS.
           05  FILLER PIC X(44) VALUE
               ' ROTULO (TEXTO-1 / TEXTO-2)       TIPO   TAM'.
           05  FILLER PIC X(44) VALUE
               ' CONSTR.  INATIV.  DESTRUIC.   RC  MOT MENSA'.
           05  FILLER PIC X(44) VALUE
               'GEM DO ICSF'.
       01  WS-LINHA-CERTIFICADO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LC-TEXTO-1                PIC X(15)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LC-TEXTO-2                PIC X(15)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LC-TIPO                   PIC X(03)      VALUE SPACES.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LC-TAMANHO                PIC ZZZZ9      VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LC-DATA-CONSTRUCAO        PIC 9(08)      VALUE ZEROS.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LC-DATA-INATIVACAO        PIC 9(08)      VALUE ZEROS.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LC-DATA-DESTRUICAO        PIC 9(08)      VALUE ZEROS.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LC-RETCODE                PIC ZZZ9       VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LC-MOTIVO                 PIC ZZZ9       VALUE ZERO.
           05  FILLER                    PIC X(01)      VALUE SPACE.
           05  LC-MENSAGEM               PIC X(50)      VALUE SPACES.
           05  FILLER                    PIC X(02)      VALUE SPACES.
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
      * CONTROLA A SEQUENCIA GERAL DO PASSO DE DESTRUICAO DE CHAVES.
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
      * LE O CARTAO DE CONTROLE (DATA DE EXECUCAO + CARENCIA), CONFERE
      * A CORRIDA NO LIVRO, ABRE OS ARQUIVOS, GRAVA O CABECALHO DO
      * CERTIFICADO E LE O PRIMEIRO REGISTRO DO INVENTARIO.
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
           OPEN I-O    DS-CADASTRO-INVENTARIO
           OPEN OUTPUT DS-ARQUIVO-CERTIFICADO
      *
           IF NOT WS-INVENTARIO-OK
               DISPLAY 'ERRO FATAL - KBINVEN NAO ABRIU. STATUS='
                       WS-STATUS-INVENTARIO
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO-IV TO TRUE
           END-IF
      *
           IF WS-STATUS-CERTIFICADO NOT = '00'
               DISPLAY 'ERRO FATAL - KBDCRPT NAO ABRIU. STATUS='
                       WS-STATUS-CERTIFICADO
                       ' - NENHUMA CHAVE DESTRUIDA SEM CERTIFICADO'
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO-IV TO TRUE
           END-IF
      *
           IF NOT ERRO-ABERTURA-FATAL
               MOVE WS-DATA-EXECUCAO TO WS-DATA-CALCULO
               PERFORM 7000-CALCULAR-DIA-CORRIDO
                   THRU 7000-CALCULAR-DIA-CORRIDO-EXIT
               MOVE WS-DIA-CORRIDO TO WS-DIA-EXECUCAO
               PERFORM 1200-GRAVAR-CABECALHO
                   THRU 1200-GRAVAR-CABECALHO-EXIT
               PERFORM 2900-LER-PROXIMO-ROTULO
                   THRU 2900-LER-PROXIMO-ROTULO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1100-LER-CARTAO-CONTROLE
      * LE O CARTAO SYSIN COM A DATA DE EXECUCAO DO LOTE (A MESMA
      * INFORMADA AO PROGCOB10) E A CARENCIA EM DIAS ENTRE A
      * INATIVACAO E A DESTRUICAO. DATA AUSENTE ASSUME O RELOGIO;
      * CARENCIA AUSENTE OU NAO NUMERICA ASSUME A CARENCIA PADRAO.
      *----------------------------------------------------------------*
       1100-LER-CARTAO-CONTROLE.
           OPEN INPUT DS-CARTAO-CONTROLE
           IF WS-STATUS-SYSIN = '00'
               READ DS-CARTAO-CONTROLE
                   AT END
                       MOVE SPACES TO DS-REGISTRO-CONTROLE
               END-READ
               CLOSE DS-CARTAO-CONTROLE
           ELSE
               MOVE SPACES TO DS-REGISTRO-CONTROLE
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
           IF CTL-DIAS-CARENCIA IS NUMERIC
               MOVE CTL-DIAS-CARENCIA TO WS-DIAS-CARENCIA
           ELSE
               DISPLAY 'AVISO - CARENCIA AUSENTE OU INVALIDA '
                       '- ASSUMIDA A CARENCIA PADRAO DE '
                       WS-CARENCIA-PADRAO ' DIAS'
               MOVE WS-CARENCIA-PADRAO TO WS-DIAS-CARENCIA
           END-IF.
       1100-LER-CARTAO-CONTROLE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1150-ABRIR-LIVRO-CORRIDA
      * CONFERE NO LIVRO DE CORRIDA QUE A DATA DE EXECUCAO DO CARTAO
      * E A DA CORRIDA REGISTRADA PELA NOITE E REGISTRA O INICIO DO
      * PASSO. NA DIVERGENCIA, O PASSO PARA COM RC=20 ANTES DE
      * DESTRUIR QUALQUER CHAVE - A CARENCIA CONTADA A PARTIR DE UMA
      * DATA ERRADA PODERIA DESTRUIR CHAVES ANTES DO PRAZO.
      *----------------------------------------------------------------*
       1150-ABRIR-LIVRO-CORRIDA.
           MOVE 'A' TO LG-FUNCAO
           MOVE WS-DATA-EXECUCAO TO LG-DATA-EXECUCAO
           MOVE 'PROGCOB90' TO LG-PROGRAMA
           MOVE 'N' TO LG-IND-PARTICIONADO
           MOVE SPACES TO LG-QUALIFICADOR
           MOVE ZEROS TO LG-RETCODE-PASSO
           CALL PROGCOB45 USING LG-AREA-LIVRO
      *
           IF LG-RESULTADO-OK
               SET LIVRO-ABERTO TO TRUE
           ELSE
               DISPLAY 'ERRO FATAL - LIVRO DE CORRIDA REPROVOU O '
                       'PASSO. RESULTADO=' LG-RESULTADO
                       ' - NENHUMA CHAVE DESTRUIDA'
               MOVE 20 TO RETURN-CODE
               SET CORRIDA-REPROVADA TO TRUE
               SET FIM-ARQUIVO-IV TO TRUE
           END-IF.
       1150-ABRIR-LIVRO-CORRIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1200-GRAVAR-CABECALHO
      * GRAVA O CABECALHO DO CERTIFICADO: TITULO, DATA DE EXECUCAO,
      * CARENCIA APLICADA E A LINHA DE TITULOS DAS COLUNAS.
      *----------------------------------------------------------------*
       1200-GRAVAR-CABECALHO.
           WRITE DS-LINHA-CERTIFICADO FROM WS-LINHA-CABECALHO
      *
           MOVE 'DATA DE EXECUCAO' TO WS-LDA-ROTULO
           MOVE WS-DATA-EXECUCAO TO WS-LDA-DATA
           WRITE DS-LINHA-CERTIFICADO FROM WS-LINHA-DATA
      *
           MOVE 'CARENCIA APOS A INATIVACAO (DIAS)' TO WS-LD-ROTULO
           MOVE WS-DIAS-CARENCIA TO WS-LD-VALOR
           WRITE DS-LINHA-CERTIFICADO FROM WS-LINHA-DETALHE
      *
           WRITE DS-LINHA-CERTIFICADO FROM WS-LINHA-BRANCO
           WRITE DS-LINHA-CERTIFICADO FROM WS-LINHA-COLUNAS.
       1200-GRAVAR-CABECALHO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-AVALIAR-ROTULO
      * AVALIA UM REGISTRO DO INVENTARIO. SO ROTULOS INATIVOS
      * INTERESSAM: ATIVOS E JA DESTRUIDOS SAO SO CONTADOS COMO
      * LIDOS. INATIVO SEM DATA DE INATIVACAO (INATIVADO ANTES DE A
      * DATA EXISTIR NO CADASTRO) RECEBE A DATA DE EXECUCAO, QUE
      * PASSA A CONTAR A CARENCIA A PARTIR DE HOJE - NUNCA SE DESTROI
      * CHAVE SEM SABER HA QUANTO TEMPO ESTA INATIVA. INATIVO DENTRO
      * DA CARENCIA E CONTADO; VENCIDA A CARENCIA, A CHAVE E
      * DESTRUIDA NO PKDS. AVANCA PARA O PROXIMO REGISTRO.
      *----------------------------------------------------------------*
       2000-AVALIAR-ROTULO.
           ADD 1 TO WS-QTDE-LIDOS
      *
           IF NOT IV-ROTULO-INATIVO
               GO TO 2000-AVALIAR-ROTULO-LER
           END-IF
           ADD 1 TO WS-QTDE-INATIVOS
      *
           IF IV-DATA-INATIVACAO IS NOT NUMERIC
              OR IV-DATA-INATIVACAO = ZERO
               PERFORM 2100-DATAR-INATIVACAO
                   THRU 2100-DATAR-INATIVACAO-EXIT
               GO TO 2000-AVALIAR-ROTULO-LER
           END-IF
      *
           MOVE IV-DATA-INATIVACAO TO WS-DATA-CALCULO
           PERFORM 7000-CALCULAR-DIA-CORRIDO
               THRU 7000-CALCULAR-DIA-CORRIDO-EXIT
           MOVE WS-DIA-CORRIDO TO WS-DIA-INATIVACAO
           COMPUTE WS-DIAS-INATIVO =
               WS-DIA-EXECUCAO - WS-DIA-INATIVACAO
      *
           IF WS-DIAS-INATIVO < WS-DIAS-CARENCIA
               ADD 1 TO WS-QTDE-EM-CARENCIA
           ELSE
               PERFORM 2200-DESTRUIR-CHAVE
                   THRU 2200-DESTRUIR-CHAVE-EXIT
           END-IF.
       2000-AVALIAR-ROTULO-LER.
           PERFORM 2900-LER-PROXIMO-ROTULO
               THRU 2900-LER-PROXIMO-ROTULO-EXIT.
       2000-AVALIAR-ROTULO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2100-DATAR-INATIVACAO
      * GRAVA A DATA DE EXECUCAO COMO DATA DE INATIVACAO DE UM ROTULO
      * INATIVO AINDA SEM DATA, INICIANDO A CONTAGEM DA CARENCIA.
      *----------------------------------------------------------------*
       2100-DATAR-INATIVACAO.
           MOVE WS-DATA-EXECUCAO TO IV-DATA-INATIVACAO
           MOVE ZEROS            TO IV-DATA-DESTRUICAO
           REWRITE IV-REGISTRO-INVENTARIO
           IF WS-INVENTARIO-OK
               ADD 1 TO WS-QTDE-DATADOS
           ELSE
               DISPLAY 'ERRO VSAM NA DATACAO DA INATIVACAO DO ROTULO: '
                       IV-TEXTO-1 ' ' IV-TEXTO-2
                       ' STATUS=' WS-STATUS-INVENTARIO
               ADD 1 TO WS-QTDE-ERROS-VSAM
           END-IF.
       2100-DATAR-INATIVACAO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2200-DESTRUIR-CHAVE
      * MONTA A AREA DE PARAMETROS COM O ROTULO (TERMINADO EM X'00',
      * COMO NO LOTE DE GERACAO), CHAMA O CSNDKRD E TRATA O
      * RESULTADO. EXCLUSAO CONCLUIDA MARCA O ROTULO COMO DESTRUIDO
      * COM A DATA DE EXECUCAO. MOTIVO 204 (ROTULO NAO ENCONTRADO NO
      * PKDS) SIGNIFICA QUE A CHAVE JA NAO EXISTE - O ROTULO TAMBEM
      * E MARCADO DESTRUIDO, MAS CONTADO A PARTE. QUALQUER OUTRA
      * FALHA DEIXA O ROTULO INATIVO PARA A PROXIMA NOITE. TODA
      * TENTATIVA VAI PARA O CERTIFICADO.
      *----------------------------------------------------------------*
       2200-DESTRUIR-CHAVE.
           MOVE SPACES TO TEXTO-PARA-IMPRIMIR
           MOVE SPACES TO TEXTO2-PARA-IMPRIMIR
           STRING IV-TEXTO-1 X'00' DELIMITED BY SIZE
               INTO TEXTO-PARA-IMPRIMIR
           END-STRING
           STRING IV-TEXTO-2 X'00' DELIMITED BY SIZE
               INTO TEXTO2-PARA-IMPRIMIR
           END-STRING
           MOVE 1 TO QUANTIDADE-DE-REGRAS
           MOVE 'LABEL-DL' TO REGRA-TIPO-DE-CHAVE
           MOVE SPACES TO REGRA-COMPLEMENTAR
           MOVE ZERO TO NUMERO-PARA-RETORNO
           MOVE ZERO TO NUMERO-DO-MOTIVO
      *
           CALL CSNDKRD USING TEXTO-PARA-IMPRIMIR
                              TEXTO2-PARA-IMPRIMIR
                              QUANTIDADE-DE-REGRAS
                              MATRIZ-DE-REGRAS
                              NUMERO-PARA-RETORNO
                              NUMERO-DO-MOTIVO
      *
           DISPLAY 'DESTRUICAO DE CHAVE - ROTULO: ' IV-TEXTO-1 ' '
                   IV-TEXTO-2
           DISPLAY 'RETCODE = ' NUMERO-PARA-RETORNO
                   ' MOTIVO = ' NUMERO-DO-MOTIVO
      *
           EVALUATE TRUE
               WHEN NUMERO-PARA-RETORNO = ZERO
                   PERFORM 2210-MARCAR-DESTRUIDO
                       THRU 2210-MARCAR-DESTRUIDO-EXIT
                   IF WS-INVENTARIO-OK
                       ADD 1 TO WS-QTDE-DESTRUIDAS
                   END-IF
               WHEN NUMERO-DO-MOTIVO = 204
                   PERFORM 2210-MARCAR-DESTRUIDO
                       THRU 2210-MARCAR-DESTRUIDO-EXIT
                   IF WS-INVENTARIO-OK
                       ADD 1 TO WS-QTDE-JA-AUSENTES
                   END-IF
               WHEN OTHER
                   DISPLAY 'FALHA NA DESTRUICAO DA CHAVE - ROTULO: '
                           IV-TEXTO-1 ' ' IV-TEXTO-2
                   ADD 1 TO WS-QTDE-FALHAS
           END-EVALUATE
      *
           PERFORM 2300-GRAVAR-LINHA-CERTIFICADO
               THRU 2300-GRAVAR-LINHA-CERTIFICADO-EXIT.
       2200-DESTRUIR-CHAVE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2210-MARCAR-DESTRUIDO
      * REGRAVA O ROTULO COM STATUS DESTRUIDO (X) E A DATA DE
      * DESTRUICAO. O TOKEN E MANTIDO NO CADASTRO COMO REGISTRO
      * HISTORICO; A CHAVE PRIVADA JA NAO EXISTE NO PKDS.
      *----------------------------------------------------------------*
       2210-MARCAR-DESTRUIDO.
           MOVE 'X'              TO IV-STATUS-ROTULO
           MOVE WS-DATA-EXECUCAO TO IV-DATA-DESTRUICAO
           REWRITE IV-REGISTRO-INVENTARIO
           IF NOT WS-INVENTARIO-OK
               DISPLAY 'ERRO VSAM NA MARCACAO DE DESTRUICAO DO ROTULO: '
                       IV-TEXTO-1 ' ' IV-TEXTO-2
                       ' STATUS=' WS-STATUS-INVENTARIO
               ADD 1 TO WS-QTDE-ERROS-VSAM
           END-IF.
       2210-MARCAR-DESTRUIDO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2300-GRAVAR-LINHA-CERTIFICADO
      * GRAVA NO CERTIFICADO A LINHA DA TENTATIVA DE DESTRUICAO, COM
      * O TEXTO DO MOTIVO RESOLVIDO PELA TABELA KBMOTTAB. FALHA DE
      * DESTRUICAO SAI COM A DATA DE DESTRUICAO ZERADA.
      *----------------------------------------------------------------*
       2300-GRAVAR-LINHA-CERTIFICADO.
           SEARCH ALL TABELA-MOTIVOS-ENTRY
               AT END
                   MOVE WS-MOTIVO-NAO-CATALOGADO TO WS-MENSAGEM-MOTIVO
               WHEN TM-CODIGO (IDX-MOTIVO) = NUMERO-DO-MOTIVO
                   MOVE TM-MENSAGEM (IDX-MOTIVO) TO WS-MENSAGEM-MOTIVO
           END-SEARCH
      *
           MOVE IV-TEXTO-1           TO LC-TEXTO-1
           MOVE IV-TEXTO-2           TO LC-TEXTO-2
           MOVE IV-TIPO-CHAVE        TO LC-TIPO
           MOVE IV-TAMANHO-CHAVE     TO LC-TAMANHO
           MOVE IV-DATA-CONSTRUCAO   TO LC-DATA-CONSTRUCAO
           MOVE IV-DATA-INATIVACAO   TO LC-DATA-INATIVACAO
           MOVE IV-DATA-DESTRUICAO   TO LC-DATA-DESTRUICAO
           MOVE NUMERO-PARA-RETORNO  TO LC-RETCODE
           MOVE NUMERO-DO-MOTIVO     TO LC-MOTIVO
           MOVE WS-MENSAGEM-MOTIVO   TO LC-MENSAGEM
           WRITE DS-LINHA-CERTIFICADO FROM WS-LINHA-CERTIFICADO.
       2300-GRAVAR-LINHA-CERTIFICADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2900-LER-PROXIMO-ROTULO
      * LE O PROXIMO REGISTRO DO INVENTARIO, SINALIZANDO FIM DE
      * ARQUIVO QUANDO NAO HOUVER MAIS REGISTROS. ERRO DE LEITURA
      * ENCERRA A VARREDURA COMO ERRO DE VSAM.
      *----------------------------------------------------------------*
       2900-LER-PROXIMO-ROTULO.
           READ DS-CADASTRO-INVENTARIO NEXT
               AT END
                   SET FIM-ARQUIVO-IV TO TRUE
                   GO TO 2900-LER-PROXIMO-ROTULO-EXIT
           END-READ
           IF NOT WS-INVENTARIO-OK
               DISPLAY 'ERRO VSAM NA LEITURA DO INVENTARIO. STATUS='
                       WS-STATUS-INVENTARIO
               ADD 1 TO WS-QTDE-ERROS-VSAM
               SET FIM-ARQUIVO-IV TO TRUE
           END-IF.
       2900-LER-PROXIMO-ROTULO-EXIT.
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
      * GRAVA OS TOTAIS NO CERTIFICADO, FECHA OS ARQUIVOS E EXIBE OS
      * TOTAIS DO PASSO. FALHA DE DESTRUICAO OU ERRO DE VSAM SAO
      * SINALIZADOS NO RETURN-CODE PARA O ESCALONADOR.
      *----------------------------------------------------------------*
       8000-ENCERRAMENTO.
           IF NOT CORRIDA-REPROVADA
               IF NOT ERRO-ABERTURA-FATAL
                   PERFORM 8100-GRAVAR-TOTAIS
                       THRU 8100-GRAVAR-TOTAIS-EXIT
               END-IF
               CLOSE DS-CADASTRO-INVENTARIO
               CLOSE DS-ARQUIVO-CERTIFICADO
           END-IF
      *
           DISPLAY 'DESTRUICAO DE CHAVES - FIM DE LOTE'
           DISPLAY 'ROTULOS LIDOS ...........: ' WS-QTDE-LIDOS
           DISPLAY 'ROTULOS INATIVOS ........: ' WS-QTDE-INATIVOS
           DISPLAY 'DENTRO DA CARENCIA ......: ' WS-QTDE-EM-CARENCIA
           DISPLAY 'CHAVES DESTRUIDAS .......: ' WS-QTDE-DESTRUIDAS
           DISPLAY 'JA AUSENTES DO PKDS .....: ' WS-QTDE-JA-AUSENTES
           DISPLAY 'FALHAS NA DESTRUICAO ....: ' WS-QTDE-FALHAS
           DISPLAY 'INATIVACOES DATADAS .....: ' WS-QTDE-DATADOS
           DISPLAY 'ERROS DE VSAM ...........: ' WS-QTDE-ERROS-VSAM
      *
           IF (WS-QTDE-FALHAS > ZERO OR WS-QTDE-ERROS-VSAM > ZERO)
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
      * 8100-GRAVAR-TOTAIS
      * ACRESCENTA AO CERTIFICADO A SECAO DE TOTAIS DA EXECUCAO.
      *----------------------------------------------------------------*
       8100-GRAVAR-TOTAIS.
           WRITE DS-LINHA-CERTIFICADO FROM WS-LINHA-BRANCO
           MOVE 'TOTAIS DA DESTRUICAO' TO WS-LS-TITULO
           WRITE DS-LINHA-CERTIFICADO FROM WS-LINHA-SECAO
      *
           MOVE 'ROTULOS LIDOS NO INVENTARIO' TO WS-LD-ROTULO
           MOVE WS-QTDE-LIDOS TO WS-LD-VALOR
           WRITE DS-LINHA-CERTIFICADO FROM WS-LINHA-DETALHE
      *
           MOVE 'ROTULOS INATIVOS' TO WS-LD-ROTULO
           MOVE WS-QTDE-INATIVOS TO WS-LD-VALOR
           WRITE DS-LINHA-CERTIFICADO FROM WS-LINHA-DETALHE
      *
           MOVE 'INATIVOS AINDA DENTRO DA CARENCIA' TO WS-LD-ROTULO
           MOVE WS-QTDE-EM-CARENCIA TO WS-LD-VALOR
           WRITE DS-LINHA-CERTIFICADO FROM WS-LINHA-DETALHE
      *
           MOVE 'CHAVES DESTRUIDAS NO PKDS' TO WS-LD-ROTULO
           MOVE WS-QTDE-DESTRUIDAS TO WS-LD-VALOR
           WRITE DS-LINHA-CERTIFICADO FROM WS-LINHA-DETALHE
      *
           MOVE 'CHAVES JA AUSENTES DO PKDS (MOTIVO 204)'
               TO WS-LD-ROTULO
           MOVE WS-QTDE-JA-AUSENTES TO WS-LD-VALOR
           WRITE DS-LINHA-CERTIFICADO FROM WS-LINHA-DETALHE
      *
           MOVE 'FALHAS NA DESTRUICAO' TO WS-LD-ROTULO
           MOVE WS-QTDE-FALHAS TO WS-LD-VALOR
           WRITE DS-LINHA-CERTIFICADO FROM WS-LINHA-DETALHE
      *
           MOVE 'INATIVOS SEM DATA - CARENCIA INICIADA' TO WS-LD-ROTULO
           MOVE WS-QTDE-DATADOS TO WS-LD-VALOR
           WRITE DS-LINHA-CERTIFICADO FROM WS-LINHA-DETALHE
      *
           MOVE 'ERROS DE VSAM' TO WS-LD-ROTULO
           MOVE WS-QTDE-ERROS-VSAM TO WS-LD-VALOR
           WRITE DS-LINHA-CERTIFICADO FROM WS-LINHA-DETALHE.
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
           MOVE 'PROGCOB90' TO LG-PROGRAMA
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
      * ROTULOS LIDOS, SUCESSO = CHAVES DESTRUIDAS + JA AUSENTES DO
      * PKDS, FALHA = FALHAS NA DESTRUICAO + ERROS DE VSAM,
      * REJEITADOS = ZERO, OUTROS = INATIVOS DENTRO DA CARENCIA. A
      * FALHA NA GRAVACAO E SO AVISO.
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
           MOVE 'PROGCOB90'             TO ST-PROGRAMA
           MOVE WS-DATA-GRAVACAO        TO ST-DATA-GRAVACAO
           MOVE WS-HORA-INICIO-PASSO    TO ST-HORA-INICIO
           MOVE WS-HORA-SISTEMA         TO ST-HORA-FIM
           MOVE WS-QTDE-LIDOS           TO ST-QTDE-ENTRADA
           COMPUTE ST-QTDE-SUCESSO =
               WS-QTDE-DESTRUIDAS + WS-QTDE-JA-AUSENTES
           COMPUTE ST-QTDE-FALHA =
               WS-QTDE-FALHAS + WS-QTDE-ERROS-VSAM
           MOVE ZEROS                   TO ST-QTDE-REJEITADOS
           MOVE WS-QTDE-EM-CARENCIA     TO ST-QTDE-OUTROS
           MOVE RETURN-CODE             TO ST-RETCODE
           WRITE ST-REGISTRO-ESTATISTICA
           CLOSE DS-ARQUIVO-ESTATISTICA.
       8300-GRAVAR-ESTATISTICA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM PROGCOB90.
