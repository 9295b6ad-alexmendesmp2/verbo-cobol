      * Date-Written: 02-09-2026
      * Purpose: LAYOUT DO REGISTRO DO CADASTRO DE REJEITOS PENDENTES
      *          (VSAM KSDS KBPEND, CHAVE = ROTULO DE 30 BYTES + DATA
      *          DA REJEICAO, 38 BYTES NO INICIO DO REGISTRO DE 103).
      *          CARREGADO TODA NOITE A PARTIR DE KBREJECT PELO
      *          PROGCOB15 E BAIXADO PELAS CORRECOES DAS AREAS
      *          SOLICITANTES NO PROGCOB25. TODO PROGRAMA QUE LE OU
      * DATE       INIT  DESCRIPTION
      * 02-09-2026 AM    CRIACAO INICIAL, JUNTO COM O FLUXO DE
      *                  CORRECAO DE REJEITOS (PROGCOB15/PROGCOB25).
      * 15-10-2026 AM    ADICIONADA A AREA SOLICITANTE DO REJEITO, PARA
      *                  A CORRECAO VOLTAR AO MOVIMENTO EM NOME DA
      *                  MESMA AREA. REGISTRO PASSA DE 100 PARA 103
      *                  BYTES.
      ******************************************************************
       01  PD-REGISTRO-PENDENTE.
           05  PD-CHAVE-PENDENTE.
               88  PD-PENDENTE           VALUE 'P'.
               88  PD-CORRIGIDO          VALUE 'C'.
           05  PD-DATA-CORRECAO          PIC 9(08).
           05  PD-AREA-SOLICITANTE       PIC X(03).
