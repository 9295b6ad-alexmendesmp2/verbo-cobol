      *                  PARTICIONAMENTO) E REGISTRA O SEU INICIO,
      *                  FIM E RETURN-CODE. OS PASSOS SEGUINTES
      *                  CONFEREM A CORRIDA ANTES DE GRAVAR.
      * 15-10-2026 AM    REGISTRO DE KBINPUT E DAS PARTICOES KBPART1-4
      *                  PASSA A 59 BYTES (USUARIOS SOLICITANTE E
      *                  APROVADOR DA TRANSACAO ONLINE KBRQ NO FINAL),
      *                  REPASSADOS INTACTOS A CADA PARTICAO.
      * 15-10-2026 AM    REGISTRO DE KBINPUT E DAS PARTICOES KBPART1-4
      *                  PASSA A 62 BYTES (AREA SOLICITANTE NO FINAL),
      *                  REPASSADA INTACTA A CADA PARTICAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       01  SP-REGISTRO-ENTRADA.
           05  KB-TEXTO-1                PIC X(15).
           05  KB-TEXTO-2                PIC X(15).
           05  FILLER                    PIC X(32).
      *
       FD  SP-PARTICAO-1.
       01  SP-REGISTRO-PART-1            PIC X(62).
      *
       FD  SP-PARTICAO-2.
       01  SP-REGISTRO-PART-2            PIC X(62).
      *
       FD  SP-PARTICAO-3.
       01  SP-REGISTRO-PART-3            PIC X(62).
      *
       FD  SP-PARTICAO-4.
       01  SP-REGISTRO-PART-4            PIC X(62).
      *
       FD  SP-CARTAO-CONTROLE.
       01  SP-REGISTRO-CONTROLE.
