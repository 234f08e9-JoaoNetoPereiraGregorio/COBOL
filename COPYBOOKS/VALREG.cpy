      *****************************************************************
      *    VALREG.CPY
      *
      *    LAYOUT DO CADASTRO DE VALORES A RECEBER (ARQUIVO INDEXADO
      *    VALREG, CHAVE VLR-CHAVE = CPF/CNPJ + CLIENTE + CONTA). UM
      *    ITEM POR SALDO POSITIVO DE CONTA DE CLIENTE DORMENTE OU
      *    CANCELADO, MANTIDO PELO LOTE MENSAL DORMENCIA-CICLO (QUE
      *    ABRE O ITEM, ATUALIZA O VALOR A CADA RODADA E GERA O
      *    ARQUIVO VALRECEB NA ORDEM DA CHAVE) E BAIXADO PELO
      *    VALORES-RESGATE QUANDO O TITULAR RECLAMA O DINHEIRO.
      *    CLIENTE SEM CONTA NO CUSTACCT ENTRA COM O CUST-SALDO DO
      *    MESTRE NA CONTA "CC".
      *        VLR-SITUACAO "A" - ABERTO (SAI NO VALRECEB);
      *                     "P" - PAGO AO TITULAR (RESGATE, COM O
      *                           PROTOCOLO DO PEDIDO);
      *                     "E" - ENCERRADO SEM PAGAMENTO (SALDO
      *                           ZEROU OU O CLIENTE VOLTOU A
      *                           MOVIMENTAR).
      *    ITEM ENCERRADO REABRE SE O SALDO VOLTAR A FICAR PARADO;
      *    ITEM PAGO NAO REABRE.
      *****************************************************************
       01  VALOR-RECEBER-RECORD.
           05  VLR-CHAVE.
               10  VLR-CPF-CNPJ        PIC X(14).
               10  VLR-CUST-ID         PIC X(10).
               10  VLR-CONTA           PIC X(02).
           05  VLR-NOME                PIC X(30).
           05  VLR-AGENCIA             PIC X(02).
           05  VLR-MOEDA               PIC X(03).
           05  VLR-VALOR               PIC 9(07)V99.
           05  VLR-MOTIVO              PIC X(04).
               88  VLR-MOT-DORMENCIA       VALUE "DORM".
               88  VLR-MOT-CANCELAMENTO    VALUE "CANC".
           05  VLR-SITUACAO            PIC X(01).
               88  VLR-ABERTO              VALUE "A".
               88  VLR-PAGO                VALUE "P".
               88  VLR-ENCERRADO           VALUE "E".
           05  VLR-DATA-INCLUSAO       PIC 9(08).
           05  VLR-DATA-ATUALIZACAO    PIC 9(08).
      *    DATA DO PAGAMENTO ("P") OU DO ENCERRAMENTO ("E")
           05  VLR-DATA-BAIXA          PIC 9(08).
           05  VLR-VALOR-PAGO          PIC 9(07)V99.
           05  VLR-PROTOCOLO           PIC X(20).
           05  FILLER                  PIC X(20).
