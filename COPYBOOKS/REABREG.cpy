      *****************************************************************
      *    REABREG.CPY
      *
      *    LAYOUT DO CADASTRO DE PEDIDOS DE REABERTURA DE PERIODO
      *    CONTABIL (ARQUIVO INDEXADO REABREG, CHAVE RBR-PERIODO +
      *    RBR-SEQ - UM REGISTRO POR PEDIDO, NUMERADO DENTRO DO
      *    PERIODO). O PERIODO-REABRIR REABRE UM PERIODO FECHADO EM
      *    DUAS ETAPAS (QUATRO-OLHOS):
      *        PEDIDO    - GRAVA O REGISTRO PENDENTE COM O MOTIVO E O
      *                    OPERADOR QUE PEDIU (SOLICITANTE);
      *        DECISAO   - OUTRO OPERADOR COM A MESMA FUNCAO NA
      *                    PERMMAT APROVA OU REPROVA. NA APROVACAO O
      *                    PERIODO GANHA NO PERCTL O REGISTRO "R"
      *                    (REABERTO), QUE VALE ATE O REFECHAMENTO
      *                    PELO FECHAMENTO-MENSAL.
      *    PERIODO JA ENTREGUE AO REGULADOR (REGSUBM) NUNCA E
      *    REABERTO. SO PODE HAVER UM PEDIDO PENDENTE POR PERIODO.
      *****************************************************************
       01  RBR-REABERTURA-RECORD.
           05  RBR-CHAVE.
               10  RBR-PERIODO     PIC 9(06).
               10  RBR-SEQ         PIC 9(02).
           05  RBR-SITUACAO        PIC X(01).
               88  RBR-PENDENTE        VALUE "P".
               88  RBR-APROVADO        VALUE "A".
               88  RBR-REPROVADO       VALUE "X".
           05  RBR-MOTIVO          PIC X(60).
           05  RBR-SOLICITANTE     PIC X(08).
           05  RBR-DATA-PEDIDO     PIC 9(08).
           05  RBR-HORA-PEDIDO     PIC 9(08).
           05  RBR-APROVADOR       PIC X(08).
           05  RBR-DATA-DECISAO    PIC 9(08).
           05  RBR-HORA-DECISAO    PIC 9(08).
           05  FILLER              PIC X(10).
