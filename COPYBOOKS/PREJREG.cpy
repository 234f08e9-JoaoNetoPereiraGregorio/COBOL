      *****************************************************************
      *    PREJREG.CPY
      *
      *    LAYOUT DO RAZAO DE BAIXAS PARA PREJUIZO (ARQUIVO INDEXADO
      *    PREJREG, CHAVE CUST-ID). DEVEDOR HA UM ANO NA FAIXA 120+
      *    DO AGING CONTINUAVA COM O CUST-SALDO NEGATIVO NO CUSTMAST,
      *    INFLANDO O TRIAL BALANCE E VOLTANDO A CADA REMESSA. O
      *    BAIXA-PREJUIZO TRANSFERE O SALDO PARA CA (E ZERA O CLIENTE
      *    POR UM CREDITO "BXPJ" NO CLIMSTTX); O RETORNO-PROCESSAR
      *    CONSULTA ESTE RAZAO E TRATA O PAGAMENTO DE CLIENTE BAIXADO
      *    COMO RECUPERACAO, NAO COMO CREDITO COMUM.
      *
      *    SITUACAO: "A" = BAIXADO COM SALDO A RECUPERAR; "Q" =
      *    TOTALMENTE RECUPERADO.
      *****************************************************************
       01  PREJUIZO-RECORD.
           05  PRJ-CUST-ID         PIC X(10).
           05  PRJ-SITUACAO        PIC X(01).
               88  PRJ-A-RECUPERAR     VALUE "A".
               88  PRJ-RECUPERADO      VALUE "Q".
           05  PRJ-DATA-BAIXA      PIC 9(08).
           05  PRJ-DATA-NEG        PIC 9(08).
           05  PRJ-DIAS-ATRASO     PIC 9(05).
           05  PRJ-VALOR-BAIXADO   PIC 9(09)V99.
           05  PRJ-VALOR-RECUPERADO PIC 9(09)V99.
           05  PRJ-DATA-ULT-RECUP  PIC 9(08).
           05  PRJ-AGENCIA         PIC X(02).
           05  PRJ-QTDE-BAIXAS     PIC 9(03).
           05  FILLER              PIC X(13).
