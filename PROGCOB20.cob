      *                  APARECE NO RELATORIO DE SITUACAO. EXECUCAO
      *                  REPROVADA OU ABORTADA NA ABERTURA NAO
      *                  GRAVA ESTATISTICA ZERADA NO KBSTATS.
      * 15-10-2026 AM    LAYOUTS DE KBTOKEN E KBKEYOUT GANHARAM NO FINAL
      *                  A AREA SOLICITANTE. CADA EVENTO COBRAVEL DA
      *                  NOITE (CONSTRUCAO NOVA, RENOVACAO E DESATIVACAO
      *                  VINDAS DO PROGCOB10 E GERACAO BEM-SUCEDIDA NO
      *                  CSNDPKG) PASSA A SER ACRESCENTADO AO MOVIMENTO
      *                  DE COBRANCA KBCHARGE (COPY KBCOBREC), BASE DO
      *                  FATURAMENTO MENSAL DO HSM POR AREA (PROGCOB92).
      *                  FALHA NA ABERTURA DO KBCHARGE E FATAL (RC=16),
      *                  PARA NENHUMA CHAVE SER GERADA SEM COBRANCA.
      * 15-10-2026 AM    TOKEN DA REVOGACAO POR COMPROMETIMENTO ('C')
      *                  PASSA PELA GERACAO COMO UMA RENOVACAO E E
      *                  COBRADO COMO RENOVACAO ('R'). CARTAO SYSIN
      *                  GANHOU O TIPO DA CORRIDA (BRANCO = NOTURNA, 'E'
      *                  = EMERGENCIA), REPASSADO AO LIVRO DE CORRIDA.
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
           SELECT KG-ARQUIVO-CHAVES ASSIGN TO "KBKEYOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CHAVES.
      *
           SELECT KG-ARQUIVO-COBRANCA ASSIGN TO "KBCHARGE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COBRANCA.
      *
           SELECT KG-ARQUIVO-ESTATISTICA ASSIGN TO "KBSTATS"
               ORGANIZATION LINE SEQUENTIAL
           05  TK-TAMANHO-CHAVE          PIC 9(09).
           05  TK-TOKEN-DA-CHAVE         PIC X(725).
           05  TK-COD-TRANSACAO          PIC X(01).
               88  TK-TRANS-INCLUSAO     VALUE 'A'.
               88  TK-TRANS-RENOVACAO    VALUE 'R'.
               88  TK-TRANS-DESATIVACAO  VALUE 'D'.
               88  TK-TRANS-REVOGACAO    VALUE 'C'.
           05  TK-TIPO-CHAVE             PIC X(03).
           05  TK-AREA-SOLICITANTE       PIC X(03).
      *
       FD  KG-ARQUIVO-CHAVES.
       01  KG-REGISTRO-CHAVE.
           05  KY-TAMANHO-CHAVE          PIC 9(09).
           05  KY-TOKEN-DA-CHAVE         PIC X(725).
           05  KY-TIPO-CHAVE             PIC X(03).
           05  KY-AREA-SOLICITANTE       PIC X(03).
      *
       FD  KG-ARQUIVO-COBRANCA.
           COPY KBCOBREC.
      *
       FD  KG-ARQUIVO-ESTATISTICA.
           COPY KBSTAREC.
       FD  KG-CARTAO-CONTROLE.
       01  KG-REGISTRO-CONTROLE.
           05  CTL-DATA-EXECUCAO         PIC X(08).
           05  CTL-TIPO-CORRIDA          PIC X(01).
           05  FILLER                    PIC X(71).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           88  WS-TOKEN-OK               VALUE '00'.
           88  WS-TOKEN-FIM              VALUE '10'.
       01  WS-STATUS-CHAVES              PIC X(02)      VALUE SPACES.
       01  WS-STATUS-COBRANCA            PIC X(02)      VALUE SPACES.
           88  WS-COBRANCA-OK            VALUE '00'.
       01  WS-STATUS-ESTATISTICA         PIC X(02)      VALUE SPACES.
           88  WS-ESTATISTICA-OK         VALUE '00'.
       01  WS-STATUS-SYSIN               PIC X(02)      VALUE SPACES.
           05  WS-QTDE-SUCESSO           PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-FALHA             PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-DESATIVACOES      PIC 9(09) COMP VALUE ZERO.
           05  WS-QTDE-EVENTOS-COBRANCA  PIC 9(09) COMP VALUE ZERO.
      *----------------------------------------------------------------*
      *    AREA DE DATA E HORA DA ESTATISTICA DE EXECUCAO
      *----------------------------------------------------------------*
       01  WS-DATA-GRAVACAO              PIC 9(08)      VALUE ZEROS.
       01  WS-HORA-INICIO-PASSO          PIC 9(08)      VALUE ZEROS.
       01  WS-HORA-SISTEMA               PIC 9(08)      VALUE ZEROS.
      *----------------------------------------------------------------*
      *    EVENTO COBRAVEL CORRENTE (MOVIMENTO DE COBRANCA KBCHARGE)
      *----------------------------------------------------------------*
       01  WS-EVENTO-COBRANCA            PIC X(01)      VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *
           OPEN INPUT  KG-ARQUIVO-TOKEN
           OPEN OUTPUT KG-ARQUIVO-CHAVES
           OPEN EXTEND KG-ARQUIVO-COBRANCA
           IF NOT WS-COBRANCA-OK
               OPEN OUTPUT KG-ARQUIVO-COBRANCA
           END-IF
      *
           IF NOT WS-TOKEN-OK
               DISPLAY 'ERRO FATAL - KBTOKEN NAO ABRIU. STATUS='
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO-TK TO TRUE
           END-IF
      *
           IF NOT WS-COBRANCA-OK
               DISPLAY 'ERRO FATAL - KBCHARGE NAO ABRIU. STATUS='
                       WS-STATUS-COBRANCA
               MOVE 16 TO RETURN-CODE
               SET ERRO-ABERTURA-FATAL TO TRUE
               SET FIM-ARQUIVO-TK TO TRUE
           END-IF
      *
           IF NOT ERRO-ABERTURA-FATAL
               PERFORM 2900-LER-PROXIMO-TOKEN
           MOVE 'PROGCOB20' TO LG-PROGRAMA
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
      * 2000-PROCESSAR-TOKEN
      * TRATA UM TOKEN ESQUELETO: CHAMA O CSNDPKG, GRAVA A CHAVE
      * PRONTA QUANDO O SERVICO CONCLUI COM SUCESSO E AVANCA PARA O
      * PROXIMO TOKEN. TODO TOKEN DO KBTOKEN VEM DE UMA CONSTRUCAO
      * BEM-SUCEDIDA NO CSNDPKB (OU DE UMA DESATIVACAO), ENTAO O
      * EVENTO COBRAVEL DO PROGCOB10 E REGISTRADO AQUI, JUNTO COM O
      * DA GERACAO, NUM UNICO PONTO DA CADEIA.
      *----------------------------------------------------------------*
       2000-PROCESSAR-TOKEN.
           ADD 1 TO WS-QTDE-LIDOS
      *
           EVALUATE TRUE
               WHEN TK-TRANS-DESATIVACAO
                   MOVE 'D' TO WS-EVENTO-COBRANCA
               WHEN TK-TRANS-RENOVACAO
               WHEN TK-TRANS-REVOGACAO
                   MOVE 'R' TO WS-EVENTO-COBRANCA
               WHEN OTHER
                   MOVE 'B' TO WS-EVENTO-COBRANCA
           END-EVALUATE
           PERFORM 2250-GRAVAR-COBRANCA THRU 2250-GRAVAR-COBRANCA-EXIT
      *
           IF TK-TRANS-DESATIVACAO
               ADD 1 TO WS-QTDE-DESATIVACOES
               ADD 1 TO WS-QTDE-SUCESSO
               PERFORM 2230-GRAVAR-CHAVE-PRONTA
                   THRU 2230-GRAVAR-CHAVE-PRONTA-EXIT
               MOVE 'G' TO WS-EVENTO-COBRANCA
               PERFORM 2250-GRAVAR-COBRANCA
                   THRU 2250-GRAVAR-COBRANCA-EXIT
           ELSE
               DISPLAY 'FALHA NA GERACAO DA CHAVE - ROTULO: '
                       TK-TEXTO-1 ' ' TK-TEXTO-2
           MOVE TK-TAMANHO-CHAVE      TO KY-TAMANHO-CHAVE
           MOVE TOKEN-DA-CHAVE-GERADA TO KY-TOKEN-DA-CHAVE
           MOVE TK-TIPO-CHAVE         TO KY-TIPO-CHAVE
           MOVE TK-AREA-SOLICITANTE   TO KY-AREA-SOLICITANTE
           WRITE KG-REGISTRO-CHAVE.
       2230-GRAVAR-CHAVE-PRONTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2250-GRAVAR-COBRANCA
      * ACRESCENTA AO MOVIMENTO DE COBRANCA (KBCHARGE) O EVENTO
      * COBRAVEL CORRENTE (WS-EVENTO-COBRANCA), COM A DATA DE
      * EXECUCAO DA CORRIDA E A AREA SOLICITANTE DONA DA CHAVE. O
      * FATURAMENTO MENSAL (PROGCOB92) PRECIFICA O EVENTO PELO TIPO
      * E PELO TAMANHO DA CHAVE.
      *----------------------------------------------------------------*
       2250-GRAVAR-COBRANCA.
           MOVE SPACES                TO CB-REGISTRO-COBRANCA
           MOVE WS-DATA-SISTEMA       TO CB-DATA-EXECUCAO
           MOVE TK-AREA-SOLICITANTE   TO CB-AREA-SOLICITANTE
           MOVE WS-EVENTO-COBRANCA    TO CB-EVENTO
           MOVE TK-TIPO-CHAVE         TO CB-TIPO-CHAVE
           MOVE TK-TAMANHO-CHAVE      TO CB-TAMANHO-CHAVE
           MOVE TK-TEXTO-1            TO CB-TEXTO-1
           MOVE TK-TEXTO-2            TO CB-TEXTO-2
           MOVE 'PROGCOB20'           TO CB-PROGRAMA
           WRITE CB-REGISTRO-COBRANCA
           ADD 1 TO WS-QTDE-EVENTOS-COBRANCA.
       2250-GRAVAR-COBRANCA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2900-LER-PROXIMO-TOKEN
      * LE O PROXIMO TOKEN ESQUELETO DO ARQUIVO DE ENTRADA,
      * SINALIZANDO FIM DE ARQUIVO QUANDO NAO HOUVER MAIS REGISTROS.
           IF NOT CORRIDA-REPROVADA
               CLOSE KG-ARQUIVO-TOKEN
               CLOSE KG-ARQUIVO-CHAVES
               CLOSE KG-ARQUIVO-COBRANCA
           END-IF
      *
           DISPLAY 'GERACAO DE CHAVES - FIM DE LOTE'
           DISPLAY 'CHAVES GERADAS ..........: ' WS-QTDE-SUCESSO
           DISPLAY 'FALHAS NA GERACAO .......: ' WS-QTDE-FALHA
           DISPLAY 'DESATIVACOES PULADAS ....: ' WS-QTDE-DESATIVACOES
           DISPLAY 'EVENTOS DE COBRANCA .....: '
                   WS-QTDE-EVENTOS-COBRANCA
      *
           IF WS-QTDE-FALHA > ZERO AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
