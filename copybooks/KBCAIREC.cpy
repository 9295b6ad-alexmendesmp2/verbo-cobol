      ******************************************************************
      * Copybook: KBCAIREC
      * Author:   ALEX MENDES
      * Date-Written: 15-10-2026
      * Purpose: LAYOUT DO ARQUIVO DE INTERFACE COM A AUTORIDADE
      *          CERTIFICADORA (KBCAOUT, 839 BYTES), GRAVADO PELO
      *          PROGCOB22 A CADA NOITE. UM REGISTRO DE DETALHE ('D')
      *          POR CHAVE PRONTA DA NOITE - ROTULO, TIPO, TAMANHO,
      *          AREA SOLICITANTE, DATA DA SOLICITACAO, DADOS DO
      *          ASSUNTO DO CERTIFICADO (TABELA KBCASUBJ, POR PREFIXO
      *          DE ROTULO) E O TOKEN DA CHAVE PUBLICA DEVOLVIDO PELO
      *          CSNDPKX - E UM REGISTRO DE CONTROLE ('T') NO FINAL,
      *          COM A DATA, A QUANTIDADE DE DETALHES, OS TOTAIS POR
      *          TIPO E A SOMA DOS TAMANHOS, QUE A AUTORIDADE
      *          CERTIFICADORA CONFERE ANTES DE PROCESSAR O ARQUIVO.
      *          O NOME COMUM (CN) DO CERTIFICADO E O PROPRIO ROTULO.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 15-10-2026 AM    CRIACAO INICIAL, JUNTO COM A EXPORTACAO DA
      *                  CHAVE PUBLICA PARA A AUTORIDADE CERTIFICADORA
      *                  (PROGCOB22).
      ******************************************************************
       01  CI-REGISTRO-CA.
           05  CI-TIPO-REGISTRO          PIC X(01).
               88  CI-REGISTRO-DETALHE   VALUE 'D'.
               88  CI-REGISTRO-CONTROLE  VALUE 'T'.
           05  CI-DETALHE.
               10  CI-TEXTO-1            PIC X(15).
               10  CI-TEXTO-2            PIC X(15).
               10  CI-TIPO-CHAVE         PIC X(03).
               10  CI-TAMANHO-CHAVE      PIC 9(09).
               10  CI-AREA-SOLICITANTE   PIC X(03).
               10  CI-DATA-SOLICITACAO   PIC 9(08).
               10  CI-ASSUNTO            PIC X(60).
               10  CI-CHAVE-PUBLICA      PIC X(725).
           05  CI-CONTROLE REDEFINES CI-DETALHE.
               10  CT-DATA-EXECUCAO      PIC 9(08).
               10  CT-QTDE-DETALHES      PIC 9(09).
               10  CT-QTDE-RSA           PIC 9(09).
               10  CT-QTDE-CRT           PIC 9(09).
               10  CT-QTDE-ECC           PIC 9(09).
               10  CT-SOMA-TAMANHOS      PIC 9(15).
               10  FILLER                PIC X(779).
