      *                  LINHA SO, EM QUE O FIM DE UMA PARTICAO
      *                  MASCARAVA OUTRA AINDA TRAVADA. O
      *                  QUALIFICADOR SAI EM CADA LINHA DE PASSO.
      * 15-10-2026 AM    LINHA DA CORRIDA PASSA A MOSTRAR O TIPO DA
      *                  CORRIDA (NOTURNA OU EMERGENCIA DE REVOGACAO,
      *                  JCL PROGCB12). EVENTO DE PASSO DE TIPO
      *                  DIFERENTE DA SECAO ABERTA (REINICIO DA NOITE
      *                  DEPOIS DE UMA EMERGENCIA) E AVISADO E FICA FORA
      *                  DA SECAO, EM VEZ DE SER CREDITADO A CORRIDA
      *                  ERRADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
           05  LD-RETCODE                PIC 9(04).
           05  LD-IND-PARTICIONADO      PIC X(01).
           05  LD-QUALIFICADOR           PIC X(02).
           05  LD-TIPO-CORRIDA           PIC X(01).
               88  LD-CORRIDA-EMERGENCIA VALUE 'E'.
           05  FILLER                    PIC X(37).
      *
       FD  SC-ARQUIVO-RELATORIO.
       01  SC-LINHA-RELATORIO            PIC X(132).
               88  TEM-CORRIDA-ABERTA    VALUE 'S'.
           05  WS-PASSO-ACHADO           PIC X(01)      VALUE 'N'.
               88  PASSO-ACHADO          VALUE 'S'.
       01  WS-TIPO-CORRIDA-ABERTA        PIC X(01)      VALUE SPACE.
      *----------------------------------------------------------------*
      *    CONTADORES DO RELATORIO
      *----------------------------------------------------------------*
           05  WS-LC-PARTICIONADA        PIC X(01)      VALUE SPACE.
           05  FILLER PIC X(15) VALUE ' REGISTRO POR: '.
           05  WS-LC-PROGRAMA            PIC X(09)      VALUE SPACES.
           05  FILLER PIC X(07) VALUE ' TIPO: '.
           05  WS-LC-TIPO                PIC X(10)      VALUE SPACES.
           05  FILLER                    PIC X(56)      VALUE SPACES.
       01  WS-LINHA-PASSO.
           05  FILLER PIC X(09) VALUE '  PASSO: '.
           05  WS-LP-PROGRAMA            PIC X(09)      VALUE SPACES.
           MOVE LD-DATA-EXECUCAO     TO WS-LC-DATA
           MOVE LD-IND-PARTICIONADO  TO WS-LC-PARTICIONADA
           MOVE LD-PROGRAMA          TO WS-LC-PROGRAMA
           MOVE LD-TIPO-CORRIDA      TO WS-TIPO-CORRIDA-ABERTA
           IF LD-CORRIDA-EMERGENCIA
               MOVE 'EMERGENCIA' TO WS-LC-TIPO
           ELSE
               MOVE 'NOTURNA'    TO WS-LC-TIPO
           END-IF
           WRITE SC-LINHA-RELATORIO FROM WS-LINHA-CORRIDA.
       2100-ABRIR-SECAO-CORRIDA-EXIT.
           EXIT.
      * ACOLHE UM EVENTO DE PASSO NA TABELA DA CORRIDA CORRENTE:
      * INICIO INCLUI (OU REABRE) O PASSO, FIM COMPLETA O MOMENTO E
      * O RETURN-CODE. EVENTO SEM CORRIDA ABERTA (LIVRO COMECANDO NO
      * MEIO) E APENAS IGNORADO; EVENTO DE OUTRO TIPO DE CORRIDA
      * (REINICIO DA NOITE DEPOIS DE UMA EMERGENCIA) E AVISADO E
      * FICA FORA DA SECAO.
      *----------------------------------------------------------------*
       2200-ACOLHER-EVENTO-PASSO.
           IF NOT TEM-CORRIDA-ABERTA
               GO TO 2200-ACOLHER-EVENTO-PASSO-EXIT
           END-IF
      *
           IF LD-TIPO-CORRIDA NOT = WS-TIPO-CORRIDA-ABERTA
               DISPLAY 'AVISO - EVENTO DE OUTRA CORRIDA FORA DA '
                       'SECAO: ' LD-PROGRAMA ' ' LD-DATA-EXECUCAO
               GO TO 2200-ACOLHER-EVENTO-PASSO-EXIT
           END-IF
      *
           PERFORM 2210-LOCALIZAR-PASSO
               THRU 2210-LOCALIZAR-PASSO-EXIT
