      *****************************************************************
      *    IRFREG.CPY
      *
      *    LAYOUT DO ACUMULADO ANUAL DE RENDIMENTOS E IMPOSTO RETIDO
      *    NA FONTE POR CONTRIBUINTE (ARQUIVO INDEXADO IRFONTE, CHAVE
      *    = CUST-CPF-CNPJ + ANO-CALENDARIO). O CLIENTE-MESTRE-MAINT
      *    SOMA AQUI CADA RENDIMENTO DE APLICACAO PAGO (CREDITO DE
      *    RENDIMENTO "RAPL" OU PARCELA DE RENDIMENTO DE UM RESGATE)
      *    COM O IMPOSTO RETIDO PELA TABELA REGRESSIVA (VER
      *    IRFHDL.CPY), E O RENDIMENTO DA POUPANCA ("RPOU"), QUE E
      *    ISENTO. E O QUE O INFORME-RENDIMENTOS IMPRIME NO INFORME
      *    ANUAL ENTREGUE AO CLIENTE PARA A DECLARACAO.
      *
      *    COMO O CPF/CNPJ E CHAVE UNICA DO CUSTMAST, CADA REGISTRO
      *    PERTENCE A UM CLIENTE SO; IRF-CUST-ID GUARDA QUAL. CLIENTE
      *    SEM DOCUMENTO ACUMULA NO PLACEHOLDER "*" + CUST-ID.
      *****************************************************************
       01  IRFONTE-RECORD.
           05  IRF-CHAVE.
               10  IRF-CPF-CNPJ    PIC X(14).
               10  IRF-ANO         PIC 9(04).
           05  IRF-CUST-ID         PIC X(10).
           05  IRF-REND-BRUTO      PIC 9(09)V99.
           05  IRF-IR-RETIDO       PIC 9(09)V99.
           05  IRF-REND-ISENTO     PIC 9(09)V99.
           05  IRF-QTDE-EVENTOS    PIC 9(05).
           05  IRF-DATA-ULT        PIC 9(08).
           05  FILLER              PIC X(08).
