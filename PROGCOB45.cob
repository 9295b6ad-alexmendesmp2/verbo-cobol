      *                  ACRESCIMO DO OUTRO JOB E EVENTOS SE
      *                  PERDIAM NAS NOITES PARTICIONADAS EM
      *                  PARALELO.
      * 15-10-2026 AM    TIPO DA CORRIDA (LG-TIPO-CORRIDA, BRANCO =
      *                  NOTURNA, 'E' = EMERGENCIA DE REVOGACAO) GRAVADO
      *                  EM TODO EVENTO DO LIVRO. A CONFERENCIA DA
      *                  FUNCAO 'A' PASSA A OLHAR SO A ULTIMA CORRIDA DO
      *                  MESMO TIPO DO PASSO: A CORRIDA DE EMERGENCIA
      *                  REGISTRADA DE DIA NAO DERRUBA O REINICIO DA
      *                  CORRIDA DA NOITE, NEM O CONTRARIO. REGISTROS
      *                  ANTIGOS (BRANCO) CONTAM COMO NOTURNOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
           05  LD-RETCODE                PIC 9(04).
           05  LD-IND-PARTICIONADO      PIC X(01).
           05  LD-QUALIFICADOR           PIC X(02).
           05  LD-TIPO-CORRIDA           PIC X(01).
           05  FILLER                    PIC X(37).
      *
       FD  LV-ARQUIVO-GRAVACAO.
       01  LV-REGISTRO-GRAVACAO          PIC X(80).
           05  EV-RETCODE                PIC 9(04)      VALUE ZEROS.
           05  EV-IND-PARTICIONADO       PIC X(01)      VALUE SPACE.
           05  EV-QUALIFICADOR           PIC X(02)      VALUE SPACES.
           05  EV-TIPO-CORRIDA           PIC X(01)      VALUE SPACE.
           05  FILLER                    PIC X(37)      VALUE SPACES.
      *----------------------------------------------------------------*
      *    AREA DE DATA E HORA DO MOMENTO DO EVENTO
      *----------------------------------------------------------------*
           GOBACK.
      *----------------------------------------------------------------*
      * 2000-REGISTRAR-CORRIDA
      * REGISTRA A CORRIDA DA NOITE OU DE EMERGENCIA (REGISTRO 'C'
      * COM A DATA DE EXECUCAO, O INDICADOR DE PARTICIONAMENTO E O
      * TIPO DA CORRIDA) E O INICIO DO PASSO QUE A REGISTROU.
      *----------------------------------------------------------------*
       2000-REGISTRAR-CORRIDA.
           PERFORM 7000-ABRIR-LIVRO-GRAVACAO
           MOVE ZEROS                 TO EV-RETCODE
           MOVE LG-IND-PARTICIONADO   TO EV-IND-PARTICIONADO
           MOVE LG-QUALIFICADOR       TO EV-QUALIFICADOR
           MOVE LG-TIPO-CORRIDA       TO EV-TIPO-CORRIDA
           PERFORM 7200-GRAVAR-EVENTO THRU 7200-GRAVAR-EVENTO-EXIT
      *
           PERFORM 7100-GRAVAR-EVENTO-PASSO
      *----------------------------------------------------------------*
      * 3100-LOCALIZAR-ULTIMA-CORRIDA
      * LE O LIVRO DO INICIO AO FIM E GUARDA A DATA DO ULTIMO
      * REGISTRO DE CORRIDA ('C') DO MESMO TIPO DO PASSO CHAMADOR
      * (NOTURNA OU EMERGENCIA). LIVRO INEXISTENTE EQUIVALE A
      * NENHUMA CORRIDA REGISTRADA.
      *----------------------------------------------------------------*
       3100-LOCALIZAR-ULTIMA-CORRIDA.
      *----------------------------------------------------------------*
      * 3110-LER-UM-REGISTRO
      * LE UM REGISTRO DO LIVRO E GUARDA A DATA QUANDO E UM REGISTRO
      * DE CORRIDA DO MESMO TIPO DO PASSO CHAMADOR.
      *----------------------------------------------------------------*
       3110-LER-UM-REGISTRO.
           READ LV-ARQUIVO-LIVRO
                   GO TO 3110-LER-UM-REGISTRO-EXIT
           END-READ
           IF LD-REG-CORRIDA
              AND LD-TIPO-CORRIDA = LG-TIPO-CORRIDA
               SET CORRIDA-ACHADA TO TRUE
               MOVE LD-DATA-EXECUCAO TO WS-DATA-ULTIMA-CORRIDA
           END-IF.
           MOVE LG-RETCODE-PASSO      TO EV-RETCODE
           MOVE LG-IND-PARTICIONADO   TO EV-IND-PARTICIONADO
           MOVE LG-QUALIFICADOR       TO EV-QUALIFICADOR
           MOVE LG-TIPO-CORRIDA       TO EV-TIPO-CORRIDA
           PERFORM 7200-GRAVAR-EVENTO THRU 7200-GRAVAR-EVENTO-EXIT
           PERFORM 7300-FECHAR-LIVRO-GRAVACAO
               THRU 7300-FECHAR-LIVRO-GRAVACAO-EXIT.
           MOVE ZEROS                 TO EV-RETCODE
           MOVE LG-IND-PARTICIONADO   TO EV-IND-PARTICIONADO
           MOVE LG-QUALIFICADOR       TO EV-QUALIFICADOR
           MOVE LG-TIPO-CORRIDA       TO EV-TIPO-CORRIDA
           PERFORM 7200-GRAVAR-EVENTO THRU 7200-GRAVAR-EVENTO-EXIT.
       7100-GRAVAR-EVENTO-PASSO-EXIT.
           EXIT.
