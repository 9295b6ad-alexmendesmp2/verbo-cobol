      ******************************************************************
      * Copybook: KBCERREC
      * Author:   ALEX MENDES
      * Date-Written: 15-10-2026
      * Purpose: LAYOUT DO REGISTRO DO CADASTRO DE SOLICITACOES DE
      *          CERTIFICADO (VSAM KSDS KBCERT, CHAVE = ROTULO DE 30
      *          BYTES NO INICIO DO REGISTRO DE 107). GRAVADO PELO
      *          PROGCOB22 COM SITUACAO AGUARDANDO A CADA CHAVE
      *          ENVIADA A AUTORIDADE CERTIFICADORA (UMA RENOVACAO
      *          REABRE A SOLICITACAO DO ROTULO) E BAIXADO PELO
      *          PROGCOB23 COM O RETORNO DA AUTORIDADE (EMITIDO OU
      *          RECUSADO). TODO PROGRAMA QUE LE OU MANTEM O CADASTRO
      *          DE SOLICITACOES DEVE USAR ESTA COPY.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 15-10-2026 AM    CRIACAO INICIAL, JUNTO COM A EXPORTACAO DA
      *                  CHAVE PUBLICA PARA A AUTORIDADE CERTIFICADORA
      *                  (PROGCOB22/PROGCOB23).
      ******************************************************************
       01  CE-REGISTRO-CERTIFICADO.
           05  CE-CHAVE-ROTULO.
               10  CE-TEXTO-1            PIC X(15).
               10  CE-TEXTO-2            PIC X(15).
           05  CE-TIPO-CHAVE             PIC X(03).
           05  CE-TAMANHO-CHAVE          PIC 9(09).
           05  CE-AREA-SOLICITANTE       PIC X(03).
           05  CE-DATA-ENVIO             PIC 9(08).
           05  CE-SITUACAO               PIC X(01).
               88  CE-AGUARDANDO         VALUE 'A'.
               88  CE-EMITIDO            VALUE 'E'.
               88  CE-RECUSADO           VALUE 'R'.
           05  CE-DATA-RETORNO           PIC 9(08).
           05  CE-REFERENCIA             PIC X(40).
           05  CE-QTDE-ENVIOS            PIC 9(05).
