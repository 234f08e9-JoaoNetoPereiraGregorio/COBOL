      *****************************************************************
      *    FUSREG.CPY
      *
      *    LAYOUT DO CONTROLE DE FUSAO DE CADASTROS DUPLICADOS
      *    (ARQUIVO INDEXADO CUSTFUS, CHAVE FUS-CUST-ID +
      *    FUS-CUST-LIGADO). O DEDUPE-REPORT APONTA DOIS CUST-ID DA
      *    MESMA PESSOA; O CLIENTE-FUSAO INCORPORA A VITIMA NO
      *    SOBREVIVENTE EM DUAS ETAPAS (QUATRO-OLHOS):
      *        PEDIDO    - GRAVA O REGISTRO DA VITIMA (PAPEL "V",
      *                    LIGADO = SOBREVIVENTE) PENDENTE, COM O
      *                    OPERADOR QUE PEDIU (MAKER);
      *        DECISAO   - OUTRO OPERADOR (CHECKER) APROVA OU
      *                    REPROVA. NA APROVACAO A FUSAO E EFETIVADA
      *                    E GANHA O REGISTRO DO SENTIDO INVERSO
      *                    (PAPEL "S", CHAVE DO SOBREVIVENTE, LIGADO =
      *                    VITIMA).
      *    COMO A REFERENCIA CRUZADA EFETIVADA EXISTE NOS DOIS
      *    SENTIDOS, QUEM PRECISA ACHAR O HISTORICO PELO OUTRO ID
      *    (EXTRATO, DOSSIE LGPD, CONSULTA CINQ, RETORNO DE COBRANCA)
      *    POSICIONA NO PROPRIO CUST-ID E LE OS REGISTROS SEGUINTES
      *    ENQUANTO FUS-CUST-ID NAO MUDA - SO OS EFETIVADOS CONTAM.
      *****************************************************************
       01  FUS-FUSAO-RECORD.
           05  FUS-CHAVE.
               10  FUS-CUST-ID     PIC X(10).
               10  FUS-CUST-LIGADO PIC X(10).
           05  FUS-PAPEL           PIC X(01).
               88  FUS-PAPEL-VITIMA     VALUE "V".
               88  FUS-PAPEL-SOBREVIVE  VALUE "S".
           05  FUS-SITUACAO        PIC X(01).
               88  FUS-PENDENTE        VALUE "P".
               88  FUS-EFETIVADA       VALUE "E".
               88  FUS-REPROVADA       VALUE "R".
           05  FUS-MAKER           PIC X(08).
           05  FUS-DATA-PEDIDO     PIC 9(08).
           05  FUS-CHECKER         PIC X(08).
           05  FUS-DATA-DECISAO    PIC 9(08).
      *    SALDO CONSOLIDADO TRANSFERIDO DA VITIMA NA EFETIVACAO
           05  FUS-SALDO-TRANSF    PIC S9(7)V99.
           05  FUS-QTDE-CONTAS     PIC 9(02).
           05  FUS-QTDE-TITULOS    PIC 9(04).
           05  FILLER              PIC X(21).
