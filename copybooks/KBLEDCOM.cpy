      *                  COLAPSAVA NUMA LINHA SO - UMA PARTICAO
      *                  TRAVADA PODIA SER MASCARADA PELO FIM DE
      *                  OUTRA. BRANCO NOS PASSOS NAO PARTICIONADOS.
      * 15-10-2026 AM    ADICIONADO O TIPO DA CORRIDA (LG-TIPO-CORRIDA):
      *                  BRANCO E A CORRIDA NOTURNA E 'E' A CORRIDA DE
      *                  EMERGENCIA DE REVOGACAO (JCL PROGCB12),
      *                  REGISTRADA NO LIVRO COMO CORRIDA PROPRIA. CADA
      *                  PASSO SO CONFERE A SUA DATA CONTRA A ULTIMA
      *                  CORRIDA DO MESMO TIPO, E A EMERGENCIA DO DIA
      *                  NAO COLIDE COM A CORRIDA DA NOITE.
      ******************************************************************
       01  LG-AREA-LIVRO.
           05  LG-FUNCAO                 PIC X(01)      VALUE SPACE.
               88  LG-RESULTADO-OK       VALUE '00'.
               88  LG-CORRIDA-DIVERGE    VALUE '08'.
               88  LG-ERRO-LIVRO         VALUE '12'.
           05  LG-TIPO-CORRIDA           PIC X(01)      VALUE SPACE.
               88  LG-CORRIDA-NOTURNA    VALUE SPACE.
               88  LG-CORRIDA-EMERGENCIA VALUE 'E'.
