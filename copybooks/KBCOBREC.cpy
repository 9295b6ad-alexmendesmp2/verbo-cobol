      ******************************************************************
      * Copybook: KBCOBREC
      * Author:   ALEX MENDES
      * Date-Written: 15-10-2026
      * Purpose: LAYOUT DO REGISTRO DO MOVIMENTO DE COBRANCA DO HSM
      *          (ARQUIVO ACUMULATIVO KBCHARGE, 80 BYTES). A ETAPA DE
      *          GERACAO DE CHAVES (PROGCOB20) ACRESCENTA UM REGISTRO
      *          POR EVENTO COBRAVEL DA NOITE - CONSTRUCAO DE CHAVE
      *          NOVA NO CSNDPKB, RENOVACAO, DESATIVACAO E GERACAO NO
      *          CSNDPKG - COM A AREA SOLICITANTE DONA DA CHAVE. O
      *          FATURAMENTO MENSAL POR AREA (PROGCOB92) PRECIFICA OS
      *          EVENTOS DO MES PELA TABELA DE TARIFAS E ARQUIVA O
      *          MOVIMENTO FATURADO. TODO PROGRAMA QUE LE OU GRAVA O
      *          KBCHARGE DEVE USAR ESTA COPY.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 15-10-2026 AM    CRIACAO INICIAL, JUNTO COM A COBRANCA MENSAL
      *                  DO HSM POR AREA SOLICITANTE (PROGCOB92).
      ******************************************************************
       01  CB-REGISTRO-COBRANCA.
           05  CB-DATA-EXECUCAO          PIC 9(08).
           05  CB-DATA-EXECUCAO-R REDEFINES CB-DATA-EXECUCAO.
               10  CB-MES-EXECUCAO       PIC 9(06).
               10  CB-DIA-EXECUCAO       PIC 9(02).
           05  CB-AREA-SOLICITANTE       PIC X(03).
           05  CB-EVENTO                 PIC X(01).
               88  CB-EVENTO-CONSTRUCAO  VALUE 'B'.
               88  CB-EVENTO-GERACAO     VALUE 'G'.
               88  CB-EVENTO-RENOVACAO   VALUE 'R'.
               88  CB-EVENTO-DESATIVACAO VALUE 'D'.
           05  CB-TIPO-CHAVE             PIC X(03).
           05  CB-TAMANHO-CHAVE          PIC 9(09).
           05  CB-CHAVE-ROTULO.
               10  CB-TEXTO-1            PIC X(15).
               10  CB-TEXTO-2            PIC X(15).
           05  CB-PROGRAMA               PIC X(09).
           05  FILLER                    PIC X(17).
