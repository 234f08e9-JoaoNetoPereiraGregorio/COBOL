      *****************************************************************
      *    RECUPREG.CPY
      *
      *    LAYOUT DO LOG DE RECUPERACOES DE CREDITOS BAIXADOS PARA
      *    PREJUIZO (ARQUIVO RECUPLOG, SO-ACRESCIMO). O RETORNO-
      *    PROCESSAR ACRESCENTA UM REGISTRO POR PAGAMENTO RECONHECIDO
      *    COMO RECUPERACAO (VER PREJREG.CPY); O RECUPERACAO-MENSAL
      *    LISTA O MES A PARTIR DAQUI.
      *****************************************************************
       01  RECUP-RECORD.
           05  RCP-CUST-ID         PIC X(10).
           05  FILLER              PIC X(01).
           05  RCP-DATA-PAGTO      PIC 9(08).
           05  FILLER              PIC X(01).
           05  RCP-VALOR           PIC 9(09)V99.
           05  FILLER              PIC X(01).
           05  RCP-DATA-PROC       PIC 9(08).
           05  FILLER              PIC X(01).
           05  RCP-ORIGEM          PIC X(08).
           05  FILLER              PIC X(01).
           05  RCP-AGENCIA         PIC X(02).
           05  FILLER              PIC X(01).
           05  RCP-SALDO-RESTANTE  PIC 9(09)V99.
