      ******************************************************************
      * Copybook: KBJRNREC
      * Author:   ALEX MENDES
      * Date-Written: 15-10-2026
      * Purpose: LAYOUT DO REGISTRO DO JORNAL DE IMAGENS DO INVENTARIO
      *          (KBINVJN, SEQUENCIAL, 1700 BYTES, ACRESCENTADO COM
      *          DISP=MOD NA ORDEM CRONOLOGICA DAS GRAVACOES). CADA
      *          INCLUSAO, SUBSTITUICAO, INATIVACAO OU APLICACAO DE
      *          CHAVE PRONTA FEITA NO CADASTRO-MESTRE KBINVEN PELA
      *          MANUTENCAO DO INVENTARIO (PROGCOB30) E PELA APLICACAO
      *          DAS CHAVES PRONTAS (PROGCOB35) GERA UM REGISTRO COM A
      *          IMAGEM COMPLETA DO ROTULO ANTES E DEPOIS DA GRAVACAO
      *          (LAYOUT KBINVREC, 803 BYTES), IDENTIFICADO PELA DATA E
      *          PELO TIPO DA CORRIDA REGISTRADA NO LIVRO (KBLEDGR) E
      *          PELO PASSO (PROGRAMA) QUE GRAVOU. LIDO PELO ESTORNO DO
      *          INVENTARIO (PROGCOB38), QUE DEVOLVE O CADASTRO AO
      *          ESTADO ANTERIOR A UMA CORRIDA OU A UM PASSO SEM
      *          RECONSTRUIR O CLUSTER. O EXPURGO MENSAL (PROGCOB39)
      *          MOVE AS CORRIDAS ANTERIORES A DATA DE CORTE PARA O
      *          HISTORICO DO JORNAL. TODO PROGRAMA QUE GRAVA OU LE O
      *          JORNAL DEVE USAR ESTA COPY.
      *
      *          OPERACAO:
      *            A  INCLUSAO     - ROTULO NOVO (SEM IMAGEM ANTERIOR)
      *            R  SUBSTITUICAO - RENOVACAO DO ROTULO
      *            C  REVOGACAO    - CHAVE SUBSTITUTA DE ROTULO
      *                              COMPROMETIDO
      *            D  INATIVACAO   - ROTULO DESATIVADO
      *            K  CHAVE PRONTA - TOKEN DO CSNDPKG REGRAVADO
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 15-10-2026 AM    CRIACAO INICIAL, JUNTO COM O JORNAL DE IMAGENS
      *                  DO INVENTARIO E O ESTORNO (PROGCOB38).
      * 15-10-2026 AM    JORNAL PASSA A SER EXPURGADO POR DATA DE CORTE
      *                  PELO PROGCOB39 (JCL PROGCB39); LAYOUT
      *                  INALTERADO.
      ******************************************************************
       01  JN-REGISTRO-JORNAL.
           05  JN-CHAVE-ROTULO.
               10  JN-TEXTO-1            PIC X(15).
               10  JN-TEXTO-2            PIC X(15).
           05  JN-DATA-CORRIDA           PIC 9(08).
           05  JN-TIPO-CORRIDA           PIC X(01).
               88  JN-CORRIDA-EMERGENCIA VALUE 'E'.
           05  JN-PROGRAMA               PIC X(09).
           05  JN-DATA-GRAVACAO          PIC 9(08).
           05  JN-HORA-GRAVACAO          PIC 9(08).
           05  JN-SEQUENCIA              PIC 9(09).
           05  JN-OPERACAO               PIC X(01).
               88  JN-OPER-INCLUSAO      VALUE 'A'.
               88  JN-OPER-SUBSTITUICAO  VALUE 'R'.
               88  JN-OPER-REVOGACAO     VALUE 'C'.
               88  JN-OPER-INATIVACAO    VALUE 'D'.
               88  JN-OPER-CHAVE-PRONTA  VALUE 'K'.
           05  JN-IND-ANTES              PIC X(01).
               88  JN-COM-IMAGEM-ANTES   VALUE 'S'.
               88  JN-SEM-IMAGEM-ANTES   VALUE 'N'.
           05  JN-IMAGEM-ANTES           PIC X(803).
           05  JN-IMAGEM-DEPOIS          PIC X(803).
           05  FILLER                    PIC X(19).
