      *                  POR TABELA DE ROTEAMENTO, COM MANIFESTO E
      *                  REGISTRO DE CONTROLE POR DESTINO (JCL
      *                  PROGCB28).
      * 15-10-2026 AM    REGISTRO DE KBKEYOUT E DAS ENTREGAS KBDEST1-4 E
      *                  KBNOROT PASSA A 770 BYTES (AREA SOLICITANTE NO
      *                  FINAL), REPASSADA INTACTA AS EQUIPES DE
      *                  DESTINO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
               88  KY-TIPO-RSA           VALUE 'RSA'.
               88  KY-TIPO-RSA-CRT       VALUE 'CRT'.
               88  KY-TIPO-ECC           VALUE 'ECC'.
           05  KY-AREA-SOLICITANTE       PIC X(03).
      *
       FD  DS-TABELA-ROTAS.
       01  DS-REGISTRO-ROTA.
           05  FILLER                    PIC X(54).
      *
       FD  DS-ENTREGA-1.
       01  DS-REGISTRO-ENTREGA-1         PIC X(770).
      *
       FD  DS-ENTREGA-2.
       01  DS-REGISTRO-ENTREGA-2         PIC X(770).
      *
       FD  DS-ENTREGA-3.
       01  DS-REGISTRO-ENTREGA-3         PIC X(770).
      *
       FD  DS-ENTREGA-4.
       01  DS-REGISTRO-ENTREGA-4         PIC X(770).
      *
       FD  DS-MANIFESTO-1.
       01  DS-LINHA-MANIFESTO-1          PIC X(132).
       01  DS-LINHA-MANIFESTO-4          PIC X(132).
      *
       FD  DS-SEM-ROTA.
       01  DS-REGISTRO-SEM-ROTA          PIC X(770).
      *
       FD  DS-ARQUIVO-RELATORIO.
       01  DS-LINHA-RELATORIO            PIC X(132).
