      * 02-09-2026 AM    VERSAO INICIAL - CARGA DO KBPEND A PARTIR DE
      *                  KBREJECT E RELATORIO DE ENVELHECIMENTO EM
      *                  2/5/10 DIAS (JCL PROGCB15).
      * 15-10-2026 AM    REGISTRO DE KBREJECT GANHOU A AREA SOLICITANTE
      *                  (86 BYTES), GUARDADA NA PENDENCIA DO KBPEND
      *                  (103 BYTES) PARA A CORRECAO VOLTAR AO MOVIMENTO
      *                  EM NOME DA MESMA AREA.
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
           05  RJ-COD-TRANSACAO          PIC X(01).
           05  RJ-TIPO-CHAVE             PIC X(03).
           05  RJ-MOTIVO-REJEICAO        PIC X(40).
           05  RJ-AREA-SOLICITANTE       PIC X(03).
      *
       FD  PN-CADASTRO-PENDENTES.
           COPY KBPENREC.
           MOVE RJ-MOTIVO-REJEICAO  TO PD-MOTIVO-REJEICAO
           MOVE 'P'                 TO PD-STATUS-PENDENTE
           MOVE ZEROS               TO PD-DATA-CORRECAO
           MOVE RJ-AREA-SOLICITANTE TO PD-AREA-SOLICITANTE
           WRITE PD-REGISTRO-PENDENTE
           EVALUATE TRUE
               WHEN WS-PENDENTES-OK
