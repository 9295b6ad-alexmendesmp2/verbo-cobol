      ******************************************************************
      * Copybook: KBVERREC
      * Author:   ALEX MENDES
      * Date-Written: 15-10-2026
      * Purpose: LAYOUT DO REGISTRO DO HISTORICO DE VERSOES DE CHAVE
      *          (VSAM KSDS KBVERS, CHAVE = ROTULO DE 30 BYTES +
      *          NUMERO DA VERSAO (4) NO INICIO DO REGISTRO DE 815).
      *          O INVENTARIO (KBINVEN) GUARDA SO O TOKEN CORRENTE DO
      *          ROTULO; O HISTORICO GUARDA TODO TOKEN QUE O ROTULO JA
      *          TEVE, COM AS DATAS DE CONSTRUCAO, DE ATIVACAO E DE
      *          SUBSTITUICAO, PARA AS APLICACOES DECIFRAREM DADOS
      *          PROTEGIDOS PELA CHAVE ANTERIOR DEPOIS DE UMA ROTACAO.
      *          MANTIDO SO PELO GERENTE DO HISTORICO (PROGCOB47, COPY
      *          KBVERCOM); LIDO PELA CONSULTA BATCH (PROGCOB32) E
      *          PELA CONSULTA ONLINE (KBIQ / PROGCOB85). TODO
      *          PROGRAMA QUE LE O HISTORICO DEVE USAR ESTA COPY.
      *
      *          SITUACAO DA VERSAO:
      *            A  ATIVA        - VERSAO CORRENTE DO ROTULO
      *            C  COMPROMETIDA - VERSAO CORRENTE MARCADA PELA
      *                              REVOGACAO DE EMERGENCIA (PROGCOB12)
      *            S  SUBSTITUIDA  - TROCADA POR RENOVACAO
      *            R  REVOGADA     - TROCADA POR REVOGACAO ('C') DEPOIS
      *                              DE COMPROMETIDA
      *            I  INATIVADA    - ROTULO DESATIVADO ('D')
      *            E  ESTORNADA    - ATIVADA POR CORRIDA DESFEITA PELO
      *                              ESTORNO DO INVENTARIO (PROGCOB38);
      *                              NAO CONTA COMO VERSAO CORRENTE
      ******************************************************************
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 15-10-2026 AM    CRIACAO INICIAL, JUNTO COM O HISTORICO DE
      *                  VERSOES DE CHAVE (PROGCOB47/PROGCOB32).
      * 15-10-2026 AM    NOVA SITUACAO E (ESTORNADA), GRAVADA PELO
      *                  GERENTE DO HISTORICO NO ESTORNO DO INVENTARIO
      *                  (PROGCOB38) NA VERSAO ATIVADA PELA CORRIDA
      *                  DESFEITA.
      ******************************************************************
       01  VR-REGISTRO-VERSAO.
           05  VR-CHAVE-VERSAO.
               10  VR-CHAVE-ROTULO.
                   15  VR-TEXTO-1        PIC X(15).
                   15  VR-TEXTO-2        PIC X(15).
               10  VR-NUMERO-VERSAO      PIC 9(04).
           05  VR-SITUACAO-VERSAO        PIC X(01).
               88  VR-VERSAO-ATIVA       VALUE 'A'.
               88  VR-VERSAO-COMPROMETIDA VALUE 'C'.
               88  VR-VERSAO-SUBSTITUIDA VALUE 'S'.
               88  VR-VERSAO-REVOGADA    VALUE 'R'.
               88  VR-VERSAO-INATIVADA   VALUE 'I'.
               88  VR-VERSAO-ESTORNADA   VALUE 'E'.
               88  VR-VERSAO-CORRENTE    VALUES 'A' 'C'.
           05  VR-TAMANHO-CHAVE          PIC 9(09).
           05  VR-TIPO-CHAVE             PIC X(03).
           05  VR-DATA-CONSTRUCAO        PIC 9(08).
           05  VR-HORA-CONSTRUCAO        PIC 9(08).
           05  VR-DATA-ATIVACAO          PIC 9(08).
           05  VR-DATA-SUBSTITUICAO      PIC 9(08).
           05  VR-DATA-COMPROMETIMENTO   PIC 9(08).
           05  VR-AREA-SOLICITANTE       PIC X(03).
           05  VR-TOKEN-DA-CHAVE         PIC X(725).
