      ******************************************************************
      * Copybook: KBPOLREC
      * Author:   ALEX MENDES
      * Date-Written: 15-10-2026
      * Purpose: LAYOUT DO REGISTRO DA TABELA DE POLITICA
      *          CRIPTOGRAFICA (KBPOLCR, 80 BYTES, UM REGISTRO POR TIPO
      *          DE CHAVE): TAMANHO MINIMO ACEITO, INDICADOR DE TIPO
      *          BANIDO, DATA DE CORTE (SUNSET) A PARTIR DA QUAL A
      *          REGRA E IMPOSTA AOS PEDIDOS NOVOS E O TIPO/TAMANHO
      *          APROVADO PARA ONDE AS CHAVES FORA DA POLITICA DEVEM
      *          MIGRAR. DATA DE CORTE ZERO IMPOE A REGRA DESDE JA;
      *          TIPO SUBSTITUTO EM BRANCO MANTEM O TIPO DA CHAVE;
      *          TAMANHO SUBSTITUTO ZERO ASSUME O MINIMO DO TIPO
      *          SUBSTITUTO. OS TAMANHOS SUPORTADOS PELO CSNDPKB
      *          CONTINUAM VALENDO: A POLITICA SO RESTRINGE. LIDO PELO
      *          PORTAL (PROGCOB05), PELO LOTE DE GERACAO (PROGCOB10)
      *          E PELA VARREDURA DE POLITICA (PROGCOB76). TODO
      *          PROGRAMA QUE LE A TABELA DE POLITICA DEVE USAR ESTA
      *          COPY.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 15-10-2026 AM    CRIACAO INICIAL, JUNTO COM A VARREDURA DE
      *                  POLITICA CRIPTOGRAFICA (PROGCOB76).
      ******************************************************************
       01  PO-REGISTRO-POLITICA.
           05  PO-TIPO-CHAVE             PIC X(03).
           05  PO-IND-BANIDO             PIC X(01).
               88  PO-TIPO-BANIDO        VALUE 'S'.
           05  PO-TAMANHO-MINIMO         PIC 9(05).
           05  PO-DATA-CORTE             PIC 9(08).
           05  PO-TIPO-SUBSTITUTO        PIC X(03).
           05  PO-TAMANHO-SUBSTITUTO     PIC 9(05).
           05  FILLER                    PIC X(55).
