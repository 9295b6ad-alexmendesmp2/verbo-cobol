      *                  NA ABERTURA NAO GRAVA ESTATISTICA, COMO NO
      *                  LOTE DE GERACAO: O REGISTRO ZERADO DILUIA
      *                  AS FAIXAS SEMANAIS DO PROGCOB98.
      * 15-10-2026 AM    REGISTROS DE KBINPUT (59) E KBAUDIT (92)
      *                  GANHARAM NO FINAL O USUARIO SOLICITANTE E O
      *                  USUARIO APROVADOR DA TRANSACAO ONLINE KBRQ. A
      *                  CONCILIACAO NAO OS USA.
      * 15-10-2026 AM    REGISTROS DE KBINPUT (62), KBAUDIT (95),
      *                  KBREJECT (86) E KBTOKEN (771) GANHARAM NO FINAL
      *                  A AREA SOLICITANTE. A CONCILIACAO NAO A USA.
      * 15-10-2026 AM    CARTAO SYSIN GANHOU O TIPO DA CORRIDA (POSICAO
      *                  9: BRANCO = NOTURNA, 'E' = EMERGENCIA DE
      *                  REVOGACAO, JCL PROGCB12), REPASSADO AO LIVRO DE
      *                  CORRIDA PARA O PASSO SE CONFERIR CONTRA A
      *                  CORRIDA CERTA.
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
           05  KB-TAMANHO-CHAVE          PIC 9(09).
           05  KB-COD-TRANSACAO          PIC X(01).
           05  KB-TIPO-CHAVE             PIC X(03).
           05  KB-USUARIO-SOLICITANTE    PIC X(08).
           05  KB-USUARIO-APROVADOR      PIC X(08).
           05  KB-AREA-SOLICITANTE       PIC X(03).
      *
       FD  CC-ARQUIVO-AUDITORIA.
       01  CC-REGISTRO-AUDITORIA.
           05  AU-RETCODE                PIC 9(09).
           05  AU-MOTIVO                 PIC 9(09).
           05  AU-TIPO-CHAVE             PIC X(03).
           05  AU-USUARIO-SOLICITANTE    PIC X(08).
           05  AU-USUARIO-APROVADOR      PIC X(08).
           05  AU-AREA-SOLICITANTE       PIC X(03).
      *
       FD  CC-ARQUIVO-REJEITO.
       01  CC-REGISTRO-REJEITO.
           05  RJ-COD-TRANSACAO          PIC X(01).
           05  RJ-TIPO-CHAVE             PIC X(03).
           05  RJ-MOTIVO-REJEICAO        PIC X(40).
           05  RJ-AREA-SOLICITANTE       PIC X(03).
      *
       FD  CC-ARQUIVO-TOKEN.
       01  CC-REGISTRO-TOKEN.
           05  TK-COD-TRANSACAO          PIC X(01).
               88  TK-TRANS-DESATIVACAO  VALUE 'D'.
           05  TK-TIPO-CHAVE             PIC X(03).
           05  TK-AREA-SOLICITANTE       PIC X(03).
      *
       FD  CC-ARQUIVO-RELATORIO.
       01  CC-LINHA-RELATORIO            PIC X(132).
       FD  CC-CARTAO-CONTROLE.
       01  CC-REGISTRO-CONTROLE.
           05  CTL-DATA-EXECUCAO         PIC X(08).
           05  CTL-TIPO-CORRIDA          PIC X(01).
           05  FILLER                    PIC X(71).
      *
       FD  CC-ARQUIVO-ESTATISTICA.
           COPY KBSTAREC.
           MOVE 'PROGCOB50' TO LG-PROGRAMA
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
