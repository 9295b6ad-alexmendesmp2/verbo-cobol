      *                  DO LOTE DE GERACAO.
      * 22-08-2026 AM    ADICIONADO O TIPO DE CHAVE (RSA, RSA-CRT OU
      *                  ECC) AO REGISTRO DO INVENTARIO.
      * 15-10-2026 AM    ADICIONADAS AS DATAS DE INATIVACAO E DE
      *                  DESTRUICAO DO ROTULO E O STATUS 'X'
      *                  (DESTRUIDO NO PKDS PELO PASSO DE DESTRUICAO
      *                  DE CHAVES APOS A CARENCIA). REGISTRO PASSA DE
      *                  784 PARA 800 BYTES.
      * 15-10-2026 AM    ADICIONADA A AREA SOLICITANTE DONA DA CHAVE,
      *                  GRAVADA NA INCLUSAO E NA RENOVACAO DO ROTULO
      *                  E BASE DA TAXA MENSAL POR ROTULO ATIVO DA
      *                  COBRANCA DO HSM (PROGCOB92). REGISTRO PASSA
      *                  DE 800 PARA 803 BYTES.
      * 15-10-2026 AM    ADICIONADO O STATUS 'C' (ROTULO COMPROMETIDO),
      *                  MARCADO NA HORA PELA REVOGACAO DE EMERGENCIA
      *                  (PROGCOB12) ATE A CHAVE SUBSTITUTA SER
      *                  APLICADA. O ROTULO COMPROMETIDO NAO E ATIVO: A
      *                  RENOVACAO NORMAL E RECUSADA E SO A TRANSACAO
      *                  'C' O SUBSTITUI. SEM MUDANCA DE TAMANHO.
      ******************************************************************
       01  IV-REGISTRO-INVENTARIO.
           05  IV-CHAVE-ROTULO.
           05  IV-STATUS-ROTULO          PIC X(01).
               88  IV-ROTULO-ATIVO       VALUE 'A'.
               88  IV-ROTULO-INATIVO     VALUE 'I'.
               88  IV-ROTULO-DESTRUIDO   VALUE 'X'.
               88  IV-ROTULO-COMPROMETIDO VALUE 'C'.
           05  IV-TIPO-CHAVE             PIC X(03).
           05  IV-TOKEN-DA-CHAVE         PIC X(725).
           05  IV-DATA-INATIVACAO        PIC 9(08).
           05  IV-DATA-DESTRUICAO        PIC 9(08).
           05  IV-AREA-SOLICITANTE       PIC X(03).
