      *                  MOSTRAR SO A FATIA 61-90, E QUEM
      *                  DIMENSIONAVA A JANELA DO TRIMESTRE POR ELA
      *                  SUBESTIMAVA O VOLUME.
      * 15-10-2026 AM    KBROTFD PASSA AO LAYOUT DE KBINPUT DE 59 BYTES
      *                  (USUARIOS SOLICITANTE E APROVADOR EM BRANCO NAS
      *                  RENOVACOES GERADAS PELA POLITICA DE IDADE).
      * 15-10-2026 AM    REGISTRO DO ALIMENTADOR DE ROTACAO (LAYOUT DE
      *                  KBINPUT) PASSA A 62 BYTES; A AREA SOLICITANTE
      *                  DA RENOVACAO FORCADA E A AREA DONA DO ROTULO NO
      *                  INVENTARIO, PARA A RENOVACAO SER COBRADA DELA.
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
           05  RF-TAMANHO-CHAVE          PIC 9(09).
           05  RF-COD-TRANSACAO          PIC X(01).
           05  RF-TIPO-CHAVE             PIC X(03).
           05  RF-USUARIO-SOLICITANTE    PIC X(08).
           05  RF-USUARIO-APROVADOR      PIC X(08).
           05  RF-AREA-SOLICITANTE       PIC X(03).
      *
       FD  RF-ARQUIVO-RELATORIO.
       01  RF-LINHA-RELATORIO            PIC X(132).
           MOVE IV-TAMANHO-CHAVE   TO RF-TAMANHO-CHAVE
           MOVE 'R'                TO RF-COD-TRANSACAO
           MOVE WS-TIPO-CORRENTE   TO RF-TIPO-CHAVE
           MOVE SPACES             TO RF-USUARIO-SOLICITANTE
           MOVE SPACES             TO RF-USUARIO-APROVADOR
           MOVE IV-AREA-SOLICITANTE TO RF-AREA-SOLICITANTE
           WRITE RF-REGISTRO-ROTACAO
           ADD 1 TO WS-QTDE-GERADOS.
       2200-GRAVAR-RENOVACAO-EXIT.
