      ******************************************************************
      * Copybook: KBPKXREC
      * Author:   ALEX MENDES
      * Date-Written: 15-10-2026
      * Purpose: LAYOUT DO REGISTRO DO EXTRATO DO PKDS (80 BYTES), UM
      *          REGISTRO POR CHAVE DO PKDS DO ICSF: ROTULO COMPLETO DE
      *          64 BYTES, TIPO DE CHAVE NOS CODIGOS DA SUITE (RSA, CRT
      *          OU ECC), TAMANHO EM BITS E DATA DE CRIACAO DO
      *          REGISTRO NO PKDS. O EXTRATO E DESCARREGADO DO PKDS
      *          PELA SEGURANCA DE CRIPTOGRAFIA E CONCILIADO CONTRA O
      *          CADASTRO KBINVEN PELO PROGCOB93. OS ROTULOS DA CADEIA
      *          TEM 30 BYTES (TEXTO-1 + TEXTO-2, COMO NO KBINVEN); O
      *          RESTO DO ROTULO DO PKDS EM BRANCO. TODO PROGRAMA QUE
      *          LE O EXTRATO DO PKDS DEVE USAR ESTA COPY.
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 15-10-2026 AM    CRIACAO INICIAL, JUNTO COM A CONCILIACAO DO
      *                  PKDS CONTRA O INVENTARIO (PROGCOB93).
      ******************************************************************
       01  PX-REGISTRO-PKDS.
           05  PX-ROTULO-PKDS.
               10  PX-CHAVE-ROTULO.
                   15  PX-TEXTO-1        PIC X(15).
                   15  PX-TEXTO-2        PIC X(15).
               10  PX-ROTULO-RESTO       PIC X(34).
           05  PX-TIPO-CHAVE             PIC X(03).
           05  PX-TAMANHO-CHAVE          PIC 9(05).
           05  PX-DATA-CRIACAO           PIC 9(08).
