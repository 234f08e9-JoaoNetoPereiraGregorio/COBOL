      *****************************************************************
      *    PDDREG.CPY
      *
      *    LAYOUT DO CADASTRO DE PROVISAO PARA DEVEDORES DUVIDOSOS
      *    (ARQUIVO INDEXADO PDDREG, CHAVE CUST-ID). A PDD ERA FEITA
      *    EM PLANILHA NO FIM DO MES. O PROVISAO-PDD GUARDA AQUI, POR
      *    DEVEDOR, A CLASSE DE RISCO (AA A H) ATRIBUIDA PELOS DIAS DE
      *    ATRASO DO AGING, O PERCENTUAL DA TABELA PDDPARM E O VALOR
      *    PROVISIONADO - O VALOR JA CONTABILIZADO E A BASE DO DELTA
      *    (CONSTITUICAO OU REVERSAO) DA PROXIMA EXECUCAO.
      *
      *    PDD-VALOR-ANT: VALOR PROVISIONADO NO FECHAMENTO DO PERIODO
      *    ANTERIOR (PARA A VARIACAO CONTRA O MES PASSADO, MESMO QUE O
      *    PASSO RODE MAIS DE UMA VEZ NO PERIODO).
      *    PDD-PERIODO: ULTIMO PERIODO (AAAAMM) EM QUE O DEVEDOR FOI
      *    AVALIADO. REGISTRO COM PERIODO ANTIGO E VALOR ZERO FICA
      *    COMO HISTORICO ATE O PROXIMO EXPURGO.
      *    PDD-DATA/HORA-CALCULO: CARIMBO DA EXECUCAO QUE TOCOU O
      *    REGISTRO - O QUE NAO FOI TOCADO NA EXECUCAO CORRENTE E DE
      *    QUEM DEIXOU DE SER DEVEDOR E TEM A PROVISAO REVERTIDA.
      *****************************************************************
       01  PDD-RECORD.
           05  PDD-CUST-ID         PIC X(10).
           05  PDD-CLASSE          PIC X(02).
           05  PDD-DIAS-ATRASO     PIC 9(05).
           05  PDD-SALDO-BASE      PIC 9(09)V99.
           05  PDD-PERCENTUAL      PIC 9(03)V99.
           05  PDD-VALOR           PIC 9(09)V99.
           05  PDD-VALOR-ANT       PIC 9(09)V99.
           05  PDD-PERIODO         PIC 9(06).
           05  PDD-DATA-CALCULO    PIC 9(08).
           05  PDD-HORA-CALCULO    PIC 9(08).
           05  PDD-AGENCIA         PIC X(02).
           05  FILLER              PIC X(01).
