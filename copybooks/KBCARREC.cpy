      ******************************************************************
      * Copybook: KBCARREC
      * Author:   ALEX MENDES
      * Date-Written: 15-10-2026
      * Purpose: LAYOUT DO ARQUIVO DE RETORNO DA AUTORIDADE
      *          CERTIFICADORA (KBCARET, 80 BYTES), UM REGISTRO POR
      *          SOLICITACAO DE CERTIFICADO JA DECIDIDA: ROTULO,
      *          SITUACAO (E = CERTIFICADO EMITIDO, R = RECUSADO),
      *          DATA DA DECISAO E REFERENCIA - NUMERO DE SERIE DO
      *          CERTIFICADO EMITIDO OU MOTIVO DA RECUSA. CASADO COM
      *          O CADASTRO DE SOLICITACOES KBCERT PELO PROGCOB23.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 15-10-2026 AM    CRIACAO INICIAL, JUNTO COM O ACOMPANHAMENTO
      *                  DO RETORNO DA AUTORIDADE CERTIFICADORA
      *                  (PROGCOB23).
      ******************************************************************
       01  CR-REGISTRO-RETORNO.
           05  CR-CHAVE-ROTULO.
               10  CR-TEXTO-1            PIC X(15).
               10  CR-TEXTO-2            PIC X(15).
           05  CR-SITUACAO               PIC X(01).
               88  CR-EMITIDO            VALUE 'E'.
               88  CR-RECUSADO           VALUE 'R'.
           05  CR-DATA-DECISAO           PIC 9(08).
           05  CR-REFERENCIA             PIC X(40).
           05  FILLER                    PIC X(01).
