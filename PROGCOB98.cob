      *                  FALSO. EXECUCOES COM RETURN-CODE 20 OU
      *                  MAIOR (REPROVADAS OU ABORTADAS, COM
      *                  CONTAGEM PARCIAL) FICAM FORA DA BASE.
      * 15-10-2026 AM    REGISTRO DE KBINPUT PASSA A 59 BYTES (USUARIOS
      *                  SOLICITANTE E APROVADOR DA TRANSACAO ONLINE
      *                  KBRQ NO FINAL).
      * 15-10-2026 AM    REGISTRO DE KBINPUT PASSA A 62 BYTES (AREA
      *                  SOLICITANTE NO FINAL).
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
           COPY KBSTAREC.
      *
       FD  TD-ARQUIVO-ENTRADA.
       01  TD-REGISTRO-ENTRADA           PIC X(62).
      *
       FD  TD-ARQUIVO-RELATORIO.
       01  TD-LINHA-RELATORIO            PIC X(132).
