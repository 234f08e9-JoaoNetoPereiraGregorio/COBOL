      *****************************************************************
      *    PARCREG.CPY
      *
      *    LAYOUT DO CADASTRO DE PARCELAS DE ACORDO (ARQUIVO INDEXADO
      *    ACDPARC, CHAVE CUST-ID + NUMERO DA PARCELA). VER
      *    ACORDREG.CPY PARA O CICLO DE VIDA DO ACORDO.
      *
      *    SITUACAO: "P" = PENDENTE (AINDA NAO EMITIDA); "E" =
      *    EMITIDA (TITULO ENVIADO NA REMESSA ACP-REMSEQ); "L" =
      *    LIQUIDADA PELO RETORNO; "C" = CANCELADA (ACORDO ROMPIDO OU
      *    CANCELADO). ACP-BANCO E O BANCO COBRADOR DA REMESSA QUE
      *    EMITIU A PARCELA (COM ACP-REMSEQ, A CHAVE DO TITULO NO
      *    TITREG); EM BRANCO NAS PARCELAS ANTERIORES AO ROTEAMENTO.
      *****************************************************************
       01  PARCELA-RECORD.
           05  ACP-CHAVE.
               10  ACP-CUST-ID     PIC X(10).
               10  ACP-NUMERO      PIC 9(03).
           05  ACP-SITUACAO        PIC X(01).
               88  ACP-PENDENTE        VALUE "P".
               88  ACP-EMITIDA         VALUE "E".
               88  ACP-LIQUIDADA       VALUE "L".
               88  ACP-CANCELADA       VALUE "C".
           05  ACP-VALOR           PIC 9(07)V99.
           05  ACP-DATA-VENC       PIC 9(08).
           05  ACP-REMSEQ          PIC 9(05).
           05  ACP-DATA-PAGTO      PIC 9(08).
           05  ACP-VALOR-PAGO      PIC 9(07)V99.
           05  ACP-BANCO           PIC 9(03).
           05  FILLER              PIC X(06).
