      *****************************************************************
      *    ENCREG.CPY
      *
      *    LAYOUT DO REGISTRO DE ENCERRAMENTO DE CLIENTE (ARQUIVO
      *    INDEXADO CUSTENC, CHAVE CUST-ID - UM ENCERRAMENTO POR
      *    CLIENTE). A ACAO "E" DO CLIENTE-MESTRE-MAINT SO MARCA O
      *    STATUS "C": SALDO CREDOR, CONTAS DO CUSTACCT, INSTRUCOES DO
      *    RECORFILE E TITULOS DO TITREG FICAVAM PARA TRAS. O
      *    CLIENTE-ENCERRAMENTO FAZ O ENCERRAMENTO COMPLETO EM DUAS
      *    ETAPAS (QUATRO-OLHOS, COMO O CLIENTE-FUSAO):
      *        PEDIDO    - GRAVA O REGISTRO PENDENTE COM O OPERADOR
      *                    QUE PEDIU (MAKER), O MOTIVO E A CONTA
      *                    BANCARIA PARA A DEVOLUCAO DO SALDO CREDOR;
      *        DECISAO   - OUTRO OPERADOR (CHECKER) APROVA OU
      *                    REPROVA. NA APROVACAO O ENCERRAMENTO E
      *                    EFETIVADO E OS TOTAIS FICAM AQUI.
      *    E O REGISTRO DE ENCERRAMENTOS PARA A AUDITORIA: QUEM PEDIU,
      *    QUEM APROVOU, QUANTO FOI DEVOLVIDO E PARA ONDE, QUANTAS
      *    CONTAS, INSTRUCOES E TITULOS FORAM ENCERRADOS.
      *
      *    SITUACAO: "P" = PENDENTE DE APROVACAO; "E" = EFETIVADO;
      *    "R" = REPROVADO PELO CHECKER (PODE SER PEDIDO DE NOVO).
      *****************************************************************
       01  ENC-ENCERRA-RECORD.
           05  ENC-CUST-ID         PIC X(10).
           05  ENC-SITUACAO        PIC X(01).
               88  ENC-PENDENTE        VALUE "P".
               88  ENC-EFETIVADO       VALUE "E".
               88  ENC-REPROVADO       VALUE "R".
           05  ENC-MAKER           PIC X(08).
           05  ENC-DATA-PEDIDO     PIC 9(08).
           05  ENC-CHECKER         PIC X(08).
           05  ENC-DATA-DECISAO    PIC 9(08).
           05  ENC-MOTIVO          PIC X(30).
      *    CONTA DO CLIENTE EM OUTRO BANCO PARA A DEVOLUCAO DO SALDO
           05  ENC-BANCO           PIC 9(03).
           05  ENC-AGENCIA         PIC X(04).
           05  ENC-CONTA           PIC X(12).
      *    SALDO CONSOLIDADO DEVOLVIDO (ORDEM DE PAGAMENTO NO ENCPAG)
           05  ENC-VALOR-DEVOLVIDO PIC S9(7)V99.
           05  ENC-QTDE-CONTAS     PIC 9(02).
           05  ENC-QTDE-RECORR     PIC 9(03).
           05  ENC-QTDE-TITULOS    PIC 9(04).
           05  FILLER              PIC X(20).
