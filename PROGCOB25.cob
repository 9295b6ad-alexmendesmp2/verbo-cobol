      *                  KBFIX AO CADASTRO DE PENDENCIAS E EMISSAO
      *                  DOS REGISTROS CORRIGIDOS EM KBCORR (JCL
      *                  PROGCB15).
      * 15-10-2026 AM    KBCORR PASSA AO LAYOUT DE KBINPUT DE 59 BYTES
      *                  (USUARIOS SOLICITANTE E APROVADOR DA TRANSACAO
      *                  ONLINE KBRQ, EM BRANCO NAS CORRECOES DAS
      *                  AREAS).
      * 15-10-2026 AM    KBCORR PASSA AO LAYOUT DE KBINPUT DE 62 BYTES,
      *                  COM A AREA SOLICITANTE COPIADA DA PENDENCIA
      *                  BAIXADA (KBPEND), PARA O MOVIMENTO CORRIGIDO
      *                  CONTINUAR COBRADO DA AREA QUE O PEDIU.
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
       FD  CX-ARQUIVO-RELATORIO.
       01  CX-LINHA-RELATORIO            PIC X(132).
           MOVE FX-TAMANHO-CHAVE  TO KB-TAMANHO-CHAVE
           MOVE FX-COD-TRANSACAO  TO KB-COD-TRANSACAO
           MOVE FX-TIPO-CHAVE     TO KB-TIPO-CHAVE
           MOVE SPACES            TO KB-USUARIO-SOLICITANTE
           MOVE SPACES            TO KB-USUARIO-APROVADOR
           MOVE PD-AREA-SOLICITANTE TO KB-AREA-SOLICITANTE
           WRITE CX-REGISTRO-CORRIGIDO
      *
           MOVE 'C'              TO PD-STATUS-PENDENTE
