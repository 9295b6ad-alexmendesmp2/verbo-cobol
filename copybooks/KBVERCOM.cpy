      ******************************************************************
      * Copybook: KBVERCOM
      * Author:   ALEX MENDES
      * Date-Written: 15-10-2026
      * Purpose: AREA DE COMUNICACAO COM O GERENTE DO HISTORICO DE
      *          VERSOES DE CHAVE (PROGCOB47, KSDS KBVERS, COPY
      *          KBVERREC). O PASSO ABRE O HISTORICO UMA VEZ (FUNCAO
      *          'A'), REGISTRA CADA EVENTO DO ROTULO E FECHA NO FIM
      *          (FUNCAO 'F'):
      *            'N' NOVA VERSAO  - RENOVACAO, REVOGACAO OU INCLUSAO:
      *                               ENCERRA A VERSAO CORRENTE (S OU
      *                               R) E ACRESCENTA A VERSAO
      *                               INFORMADA COMO ATIVA
      *            'I' INATIVAR     - DESATIVACAO DO ROTULO: ENCERRA A
      *                               VERSAO CORRENTE COMO INATIVADA
      *            'C' COMPROMETER  - MARCACAO DE EMERGENCIA: A VERSAO
      *                               CORRENTE PASSA A COMPROMETIDA
      *            'K' CHAVE PRONTA - TROCA O TOKEN ESQUELETO DA ULTIMA
      *                               VERSAO PELO TOKEN DA CHAVE PRONTA
      *            'E' ESTORNAR     - ESTORNO DO INVENTARIO (PROGCOB38):
      *                               MARCA COMO ESTORNADA A VERSAO
      *                               ATIVADA NA DATA DA CORRIDA
      *                               DESFEITA (VC-DATA-EVENTO) COM O
      *                               TOKEN DEIXADO POR ELA
      *                               (VC-TOKEN-DA-CHAVE) E REABRE A
      *                               VERSAO DO TOKEN RESTAURADO
      *                               (VC-VERSAO-ANTERIOR, QUANDO
      *                               VC-IND-ANTERIOR = 'S')
      *          A DATA DO EVENTO E A DATA DE EXECUCAO DO PASSO. ROTULO
      *          ANTERIOR AO HISTORICO (SEM NENHUMA VERSAO) GANHA A
      *          VERSAO 1 A PARTIR DA IMAGEM DO INVENTARIO INFORMADA
      *          EM VC-VERSAO-ANTERIOR ANTES DE O EVENTO SER APLICADO,
      *          PARA O TOKEN EM USO NAO SE PERDER NA PRIMEIRA ROTACAO.
      *          TODO PROGRAMA QUE GRAVA NO HISTORICO DEVE USAR ESTA
      *          COPY.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 15-10-2026 AM    CRIACAO INICIAL, JUNTO COM O HISTORICO DE
      *                  VERSOES DE CHAVE (PROGCOB47).
      * 15-10-2026 AM    NOVA FUNCAO 'E' (ESTORNAR), CHAMADA PELO
      *                  ESTORNO DO INVENTARIO (PROGCOB38) PARA O
      *                  HISTORICO ACOMPANHAR O CADASTRO RESTAURADO.
      ******************************************************************
       01  VC-AREA-VERSAO.
           05  VC-FUNCAO                 PIC X(01)      VALUE SPACE.
               88  VC-FUNCAO-ABRIR       VALUE 'A'.
               88  VC-FUNCAO-FECHAR      VALUE 'F'.
               88  VC-FUNCAO-NOVA-VERSAO VALUE 'N'.
               88  VC-FUNCAO-INATIVAR    VALUE 'I'.
               88  VC-FUNCAO-COMPROMETER VALUE 'C'.
               88  VC-FUNCAO-CHAVE-PRONTA VALUE 'K'.
               88  VC-FUNCAO-ESTORNAR    VALUE 'E'.
           05  VC-CHAVE-ROTULO.
               10  VC-TEXTO-1            PIC X(15)      VALUE SPACES.
               10  VC-TEXTO-2            PIC X(15)      VALUE SPACES.
           05  VC-DATA-EVENTO            PIC 9(08)      VALUE ZEROS.
           05  VC-IND-REVOGACAO          PIC X(01)      VALUE 'N'.
               88  VC-REVOGACAO          VALUE 'S'.
      *
      *    VERSAO INFORMADA (FUNCOES 'N' E 'K')
      *
           05  VC-VERSAO-INFORMADA.
               10  VC-TAMANHO-CHAVE      PIC 9(09)      VALUE ZEROS.
               10  VC-TIPO-CHAVE         PIC X(03)      VALUE SPACES.
               10  VC-DATA-CONSTRUCAO    PIC 9(08)      VALUE ZEROS.
               10  VC-HORA-CONSTRUCAO    PIC 9(08)      VALUE ZEROS.
               10  VC-AREA-SOLICITANTE   PIC X(03)      VALUE SPACES.
               10  VC-TOKEN-DA-CHAVE     PIC X(725)     VALUE SPACES.
      *
      *    IMAGEM DO INVENTARIO ANTES DO EVENTO (ROTULO SEM HISTORICO)
      *
           05  VC-IND-ANTERIOR           PIC X(01)      VALUE 'N'.
               88  VC-ANTERIOR-INFORMADA VALUE 'S'.
           05  VC-VERSAO-ANTERIOR.
               10  VC-ANT-STATUS-ROTULO  PIC X(01)      VALUE SPACE.
               10  VC-ANT-TAMANHO-CHAVE  PIC 9(09)      VALUE ZEROS.
               10  VC-ANT-TIPO-CHAVE     PIC X(03)      VALUE SPACES.
               10  VC-ANT-DATA-CONSTRUCAO PIC 9(08)     VALUE ZEROS.
               10  VC-ANT-HORA-CONSTRUCAO PIC 9(08)     VALUE ZEROS.
               10  VC-ANT-DATA-INATIVACAO PIC 9(08)     VALUE ZEROS.
               10  VC-ANT-AREA-SOLICITANTE PIC X(03)    VALUE SPACES.
               10  VC-ANT-TOKEN-DA-CHAVE PIC X(725)     VALUE SPACES.
      *
      *    RETORNO DO GERENTE
      *
           05  VC-NUMERO-VERSAO          PIC 9(04)      VALUE ZEROS.
           05  VC-RESULTADO              PIC X(02)      VALUE SPACES.
               88  VC-RESULTADO-OK       VALUE '00'.
               88  VC-SEM-VERSAO         VALUE '04'.
               88  VC-ERRO-HISTORICO     VALUE '12'.
