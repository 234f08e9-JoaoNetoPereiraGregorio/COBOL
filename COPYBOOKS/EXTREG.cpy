      *****************************************************************
      *    EXTREG.CPY
      *
      *    LAYOUT DO CADASTRO DE LANCAMENTOS DO EXTRATO DA CONTA DE
      *    COBRANCA (ARQUIVO INDEXADO EXTREG). O EXTRATO-CONCILIAR
      *    CARREGA AQUI, DO EXTRATO DIARIO DO BANCO (CNAB 240,
      *    SEGMENTO E), OS CREDITOS DE LIQUIDO DE COBRANCA (CATEGORIA
      *    202) E OS DEBITOS DE TARIFA (CATEGORIA 105). A CHAVE E A
      *    POSICAO DO LANCAMENTO NO ARQUIVO DO BANCO (BANCO + NSA +
      *    LOTE + SEQUENCIAL), ENTAO O MESMO EXTRATO CARREGADO DUAS
      *    VEZES NAO DUPLICA NADA.
      *
      *    SITUACAO: "P" = CREDITO PENDENTE (SEM LIQUIDACAO NO
      *    SETLREG QUE O EXPLIQUE); "C" = CREDITO CONCILIADO EM
      *    EXR-DATA-CONC CONTRA EXR-QTDE-TITULOS LIQUIDACOES (MAIS DE
      *    UMA QUANDO O BANCO CREDITOU VARIOS TITULOS DE UMA VEZ);
      *    "T" = DEBITO DE TARIFA, SO CONFERIDO CONTRA A TARIFA
      *    ACORDADA DO BANCO (VER BNCHDL.CPY).
      *****************************************************************
       01  EXTRATO-REG-RECORD.
           05  EXR-CHAVE.
               10  EXR-BANCO       PIC 9(03).
               10  EXR-NSA         PIC 9(06).
               10  EXR-LOTE        PIC 9(04).
               10  EXR-NUM-REG     PIC 9(05).
           05  EXR-DATA-LANC       PIC 9(08).
           05  EXR-TIPO-LANC       PIC X(01).
               88  EXR-CREDITO         VALUE "C".
               88  EXR-DEBITO          VALUE "D".
           05  EXR-CATEGORIA       PIC 9(03).
           05  EXR-VALOR-CTVS      PIC 9(13).
           05  EXR-HISTORICO       PIC X(25).
           05  EXR-DOCUMENTO       PIC X(20).
           05  EXR-SITUACAO        PIC X(01).
               88  EXR-PENDENTE        VALUE "P".
               88  EXR-CONCILIADO      VALUE "C".
               88  EXR-TARIFA          VALUE "T".
           05  EXR-DATA-CARGA      PIC 9(08).
           05  EXR-DATA-CONC       PIC 9(08).
           05  EXR-QTDE-TITULOS    PIC 9(05).
           05  FILLER              PIC X(10).
