      *****************************************************************
      *    PROTREG.CPY
      *
      *    LAYOUT DO CADASTRO DE TITULOS ENVIADOS A PROTESTO (ARQUIVO
      *    INDEXADO PROTESTO, MESMA CHAVE DO TITREG: BANCO + REMSEQ +
      *    CUST-ID). O TITULO VENCIDO HA MUITO TEMPO IA AO CARTORIO A
      *    MAO, DIGITANDO CPF/CNPJ E ENDERECO DO DEVEDOR NO PORTAL; O
      *    PROTESTO-SELECIONAR ESCOLHE OS TITULOS ELEGIVEIS, GRAVA O
      *    ARQUIVO DE APRESENTACAO PROTREM E UM REGISTRO AQUI POR
      *    TITULO ENVIADO; O PROTESTO-RETORNO APLICA O ARQUIVO DE
      *    RESPOSTA DO CARTORIO (PROTRET) E LANCA AS CUSTAS NO CLIENTE.
      *
      *    SITUACAO: "E" = ENVIADO (APRESENTADO, SEM RESPOSTA); "P" =
      *    PROTESTADO; "R" = RETIRADO (DESISTENCIA OU SUSTACAO ACEITA
      *    PELO CARTORIO - O TITULO VOLTA A COBRANCA NORMAL); "G" =
      *    PAGO EM CARTORIO.
      *    PRT-DESISTENCIA "S": O TITULO FOI PAGO OU BAIXADO NO BANCO
      *    DEPOIS DO ENVIO E O PEDIDO DE DESISTENCIA JA SAIU NO PROTREM.
      *    PRT-CUSTAS-LANCADAS ACUMULA AS CUSTAS JA DEBITADAS AO
      *    CLIENTE - RESPOSTA REPETIDA DO CARTORIO SO LANCA A DIFERENCA.
      *****************************************************************
       01  PROTESTO-RECORD.
           05  PRT-CHAVE.
               10  PRT-BANCO       PIC 9(03).
               10  PRT-REMSEQ      PIC 9(05).
               10  PRT-CUST-ID     PIC X(10).
           05  PRT-SITUACAO        PIC X(01).
               88  PRT-ENVIADO         VALUE "E".
               88  PRT-PROTESTADO      VALUE "P".
               88  PRT-RETIRADO        VALUE "R".
               88  PRT-PAGO-CARTORIO   VALUE "G".
           05  PRT-DESISTENCIA     PIC X(01).
               88  PRT-DESISTENCIA-PEDIDA VALUE "S".
           05  PRT-VALOR-CENTAVOS  PIC 9(13).
           05  PRT-DATA-VENC       PIC 9(08).
           05  PRT-DATA-ENVIO      PIC 9(08).
           05  PRT-DATA-SITUACAO   PIC 9(08).
           05  PRT-PROTOCOLO       PIC X(10).
           05  PRT-CPF-CNPJ        PIC X(14).
           05  PRT-CUSTAS-CTVS     PIC 9(09).
           05  PRT-CUSTAS-LANCADAS PIC 9(09).
           05  FILLER              PIC X(12).
