      *                  DIVERGENCIA ENCERRA COM RC=20 SEM RESUMO -
      *                  E REGISTRA INICIO, FIM E RETURN-CODE NO
      *                  LIVRO.
      * 15-10-2026 AM    REGISTROS DE KBRETRY (59) E KBAUDIT (92)
      *                  GANHARAM NO FINAL O USUARIO SOLICITANTE E O
      *                  USUARIO APROVADOR DA TRANSACAO ONLINE KBRQ.
      * 15-10-2026 AM    REGISTROS DE KBREJECT (86), KBRETRY (62),
      *                  KBAUDIT (95) E KBTOKEN (771) GANHARAM NO FINAL
      *                  A AREA SOLICITANTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
               88  TK-TIPO-RSA           VALUE 'RSA'.
               88  TK-TIPO-RSA-CRT       VALUE 'CRT'.
               88  TK-TIPO-ECC           VALUE 'ECC'.
           05  TK-AREA-SOLICITANTE       PIC X(03).
      *
       FD  CS-ARQUIVO-REJEITO.
       01  CS-REGISTRO-REJEITO           PIC X(86).
      *
       FD  CS-ARQUIVO-RETENTAR.
       01  CS-REGISTRO-RETENTAR          PIC X(62).
      *
       FD  CS-ARQUIVO-AUDITORIA.
       01  CS-REGISTRO-AUDITORIA.
           05  AU-RETCODE                PIC 9(09).
           05  AU-MOTIVO                 PIC 9(09).
           05  AU-TIPO-CHAVE             PIC X(03).
           05  AU-USUARIO-SOLICITANTE    PIC X(08).
           05  AU-USUARIO-APROVADOR      PIC X(08).
           05  AU-AREA-SOLICITANTE       PIC X(03).
      *
       FD  CS-ARQUIVO-RELATORIO.
       01  CS-LINHA-RELATORIO            PIC X(132).
