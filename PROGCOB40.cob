      *                  SERIAL POR REGISTRO TRUNCAVA QUASE TODA A
      *                  POPULACAO DAS ROTACOES TRIMESTRAIS E
      *                  CRESCIA COM O QUADRADO DA TRILHA.
      * 15-10-2026 AM    REGISTRO DE KBAUDIT PASSA A 92 BYTES (USUARIO
      *                  SOLICITANTE E USUARIO APROVADOR DA TRANSACAO
      *                  ONLINE KBRQ NO FINAL); HISTORICO KBAHIST E
      *                  RETIDOS KBANEW ACOMPANHAM O NOVO TAMANHO.
      * 15-10-2026 AM    REGISTRO DE KBAUDIT PASSA A 95 BYTES (AREA
      *                  SOLICITANTE NO FINAL); HISTORICO KBAHIST E
      *                  RETIDOS KBANEW ACOMPANHAM O NOVO TAMANHO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
           05  AU-RETCODE                PIC 9(09).
           05  AU-MOTIVO                 PIC 9(09).
           05  AU-TIPO-CHAVE             PIC X(03).
           05  AU-USUARIO-SOLICITANTE    PIC X(08).
           05  AU-USUARIO-APROVADOR      PIC X(08).
           05  AU-AREA-SOLICITANTE       PIC X(03).
      *
       FD  AH-ARQUIVO-HISTORICO.
       01  AH-REGISTRO-HISTORICO         PIC X(95).
      *
       FD  AH-ARQUIVO-RETIDOS.
       01  AH-REGISTRO-RETIDO            PIC X(95).
      *
       FD  AH-ARQUIVO-RELATORIO.
       01  AH-LINHA-RELATORIO            PIC X(132).
