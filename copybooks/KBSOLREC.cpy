      ******************************************************************
      * Copybook: KBSOLREC
      * Author:   ALEX MENDES
      * Date-Written: 15-10-2026
      * Purpose: LAYOUT DO REGISTRO DA FILA DE SOLICITACOES ONLINE
      *          (VSAM KSDS KBSOLIC, CHAVE = AREA(3) + ROTULO DE 30
      *          BYTES, 33 BYTES NO INICIO DO REGISTRO DE 120).
      *          INCLUIDO PELA TRANSACAO KBRQ (PROGCOB87) COM SITUACAO
      *          PENDENTE, APROVADO OU RECUSADO POR UM SEGUNDO USUARIO
      *          DA MESMA AREA NA PROPRIA KBRQ, E BAIXADO TODA NOITE
      *          PELO PROGCOB88, QUE GRAVA OS APROVADOS NA REMESSA
      *          ONLINE DO PORTAL (PROGCOB05). TODO PROGRAMA QUE LE OU
      *          MANTEM A FILA DEVE USAR ESTA COPY, EVITANDO
      *          DIVERGENCIA DE LAYOUT ENTRE O CICS E O LOTE.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 15-10-2026 AM    CRIACAO INICIAL, JUNTO COM A TRANSACAO DE
      *                  SOLICITACAO COM DUPLA APROVACAO (PROGCOB87/
      *                  PROGCOB88).
      ******************************************************************
       01  SL-REGISTRO-SOLICITACAO.
           05  SL-CHAVE-SOLICITACAO.
               10  SL-AREA               PIC X(03).
               10  SL-TEXTO-1            PIC X(15).
               10  SL-TEXTO-2            PIC X(15).
           05  SL-TAMANHO-CHAVE          PIC 9(09).
           05  SL-COD-TRANSACAO          PIC X(01).
               88  SL-TRANS-INCLUSAO     VALUE 'A'.
               88  SL-TRANS-RENOVACAO    VALUE 'R'.
               88  SL-TRANS-DESATIVACAO  VALUE 'D'.
               88  SL-TRANS-VALIDA       VALUES 'A' 'R' 'D'.
           05  SL-TIPO-CHAVE             PIC X(03).
           05  SL-SITUACAO               PIC X(01).
               88  SL-PENDENTE           VALUE 'P'.
               88  SL-APROVADA           VALUE 'A'.
               88  SL-RECUSADA           VALUE 'R'.
           05  SL-USUARIO-SOLICITANTE    PIC X(08).
           05  SL-DATA-SOLICITACAO       PIC 9(08).
           05  SL-HORA-SOLICITACAO       PIC 9(06).
           05  SL-USUARIO-APROVADOR      PIC X(08).
           05  SL-DATA-DECISAO           PIC 9(08).
           05  SL-HORA-DECISAO           PIC 9(06).
           05  FILLER                    PIC X(29).
