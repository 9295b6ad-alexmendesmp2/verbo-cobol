      ******************************************************************
      * Copybook: KBAGDREC
      * Author:   ALEX MENDES
      * Date-Written: 15-10-2026
      * Purpose: LAYOUT DO REGISTRO DO ARMAZEM DE MOVIMENTO AGENDADO
      *          (VSAM KSDS KBAGEND, CHAVE = DATA EFETIVA + AREA +
      *          ROTULO, 41 BYTES NO INICIO DO REGISTRO DE 150). O
      *          PORTAL DE ENTRADA (PROGCOB05) ESTACIONA AQUI, COM
      *          SITUACAO PENDENTE, O DETALHE ACEITO QUE TRAZ DATA
      *          EFETIVA POSTERIOR A DATA DE EXECUCAO, JA NO LAYOUT DO
      *          KBINPUT (62 BYTES), E CANCELA O AGENDAMENTO A PEDIDO
      *          DA PROPRIA AREA (TRANSACAO X NA REMESSA). A LIBERACAO
      *          DO MOVIMENTO AGENDADO (PROGCOB06) ACRESCENTA AO KBINPUT
      *          DA NOITE OS PENDENTES QUE VENCERAM E OS MARCA COMO
      *          LIBERADOS. A CHAVE COMECA PELA DATA EFETIVA PARA A
      *          LEITURA SEQUENCIAL SAIR NA ORDEM DO CALENDARIO. TODO
      *          PROGRAMA QUE LE OU MANTEM O ARMAZEM DEVE USAR ESTA
      *          COPY.
      *
      *          SITUACAO:
      *            P  PENDENTE  - AGUARDANDO A DATA EFETIVA
      *            L  LIBERADO  - ACRESCENTADO AO KBINPUT NA DATA DE
      *                           BAIXA
      *            X  CANCELADO - CANCELADO PELA AREA NA DATA DE BAIXA
      *----------------------------------------------------------------*
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 15-10-2026 AM    CRIACAO INICIAL, JUNTO COM A DATA EFETIVA NO
      *                  DETALHE DA TRANSMISSAO E A LIBERACAO DO
      *                  MOVIMENTO AGENDADO (PROGCOB06).
      ******************************************************************
       01  AG-REGISTRO-AGENDA.
           05  AG-CHAVE-AGENDA.
               10  AG-DATA-EFETIVA       PIC 9(08).
               10  AG-AREA               PIC X(03).
               10  AG-CHAVE-ROTULO.
                   15  AG-TEXTO-1        PIC X(15).
                   15  AG-TEXTO-2        PIC X(15).
           05  AG-SITUACAO               PIC X(01).
               88  AG-PENDENTE           VALUE 'P'.
               88  AG-LIBERADO           VALUE 'L'.
               88  AG-CANCELADO          VALUE 'X'.
           05  AG-DATA-AGENDAMENTO       PIC 9(08).
           05  AG-DATA-BAIXA             PIC 9(08).
           05  AG-MOVIMENTO.
               10  AG-MV-TEXTO-1         PIC X(15).
               10  AG-MV-TEXTO-2         PIC X(15).
               10  AG-MV-TAMANHO-CHAVE   PIC 9(09).
               10  AG-MV-COD-TRANSACAO   PIC X(01).
               10  AG-MV-TIPO-CHAVE      PIC X(03).
               10  AG-MV-SOLICITANTE     PIC X(08).
               10  AG-MV-APROVADOR       PIC X(08).
               10  AG-MV-AREA            PIC X(03).
           05  FILLER                    PIC X(30).
