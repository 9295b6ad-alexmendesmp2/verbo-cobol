      *                  DUAS PALAVRAS-CHAVE DE 8 BYTES, PARA A
      *                  SELECAO DO TIPO DE CHAVE (RSA, RSA-CRT OU
      *                  ECC) NA CONSTRUCAO DO TOKEN.
      * 15-10-2026 AM    ADICIONADA A AREA DO TOKEN DE CHAVE PUBLICA
      *                  (TOKEN-DA-CHAVE-PUBLICA), DEVOLVIDO PELO
      *                  CSNDPKX (PKA PUBLIC KEY EXTRACT) NA EXPORTACAO
      *                  DA CHAVE PUBLICA A AUTORIDADE CERTIFICADORA.
      ******************************************************************
       01  AREA-DE-TRANSFERENCIA.
           05  TEXTO-PARA-IMPRIMIR       PIC X(16)      VALUE SPACES.
               10  REGRA-COMPLEMENTAR    PIC X(08)      VALUE SPACES.
           05  TOKEN-DA-CHAVE            PIC X(725)     VALUE SPACES.
           05  TOKEN-DA-CHAVE-GERADA     PIC X(725)     VALUE SPACES.
           05  TOKEN-DA-CHAVE-PUBLICA    PIC X(725)     VALUE SPACES.
