      *****************************************************************
      *    RECREG.CPY
      *
      *    LAYOUT COMUM DAS INSTRUCOES PERMANENTES DE DEBITO/CREDITO
      *    RECORRENTE (ARQUIVO RECORFILE). O RECORRENCIA-GERAR LE O
      *    ARQUIVO TODA NOITE; A MANUTENCAO E A TRANSACAO CICS CREC
      *    (RECORRENCIA-ONLINE), QUE ENXERGA O MESMO DATASET COMO O
      *    VSAM RECORFIL, CHAVE RCR-CHAVE (CUST-ID + NUMERO DA
      *    INSTRUCAO DO CLIENTE). O BYTE DO NUMERO ERA UM FILLER EM
      *    BRANCO: A INSTRUCAO ANTIGA E A DE NUMERO " ", E A TELA
      *    NUMERA AS NOVAS DE "1" A "9" E DE "A" A "Z".
      *
      *    OS CAMPOS DEPOIS DA DESCRICAO VIERAM COM A TELA E FICAM EM
      *    BRANCO NA INSTRUCAO ANTIGA (BRANCO = ATIVA, SEM PENDENCIA):
      *        RCR-SITUACAO   - "A"/BRANCO ATIVA; "S" SUSPENSA PELO
      *                         OPERADOR; "P" INCLUIDA COM VALOR ACIMA
      *                         DO APPRLIM, AGUARDANDO UM SEGUNDO
      *                         OPERADOR. O GERADOR SO EMITE A ATIVA;
      *        RCR-VALOR-PROPOSTO / RCR-OPER-PROPOSTO - ALTERACAO DE
      *                         VALOR ACIMA DO APPRLIM AGUARDANDO O
      *                         SEGUNDO OPERADOR (O GERADOR CONTINUA
      *                         COM RCR-VALOR ATE A APROVACAO); NAO
      *                         NUMERICO = SEM PENDENCIA;
      *        RCR-DATA-ALTER / RCR-OPER-ALTER - ULTIMA MANUTENCAO.
      *    O ENCERRAMENTO E PELA DATA DE FIM, COMO SEMPRE (ZERO = SEM
      *    FIM).
      *****************************************************************
       01  RECUR-RECORD.
           05  RCR-CHAVE.
               10  RCR-CUST-ID     PIC X(10).
               10  RCR-SEQ         PIC X(01).
           05  RCR-ACAO            PIC X(01).
               88  RCR-CREDITO         VALUE "C".
               88  RCR-DEBITO          VALUE "D".
           05  FILLER              PIC X(01).
           05  RCR-VALOR           PIC S9(7)V99.
           05  FILLER              PIC X(01).
           05  RCR-DIA-MES         PIC 9(02).
           05  FILLER              PIC X(01).
           05  RCR-DATA-INICIO     PIC 9(08).
           05  FILLER              PIC X(01).
           05  RCR-DATA-FIM        PIC 9(08).
           05  FILLER              PIC X(01).
           05  RCR-CONTA           PIC X(02).
           05  FILLER              PIC X(01).
           05  RCR-DESCRICAO       PIC X(20).
           05  FILLER              PIC X(01).
           05  RCR-SITUACAO        PIC X(01).
               88  RCR-ATIVA           VALUE "A" " ".
               88  RCR-SUSPENSA        VALUE "S".
               88  RCR-PENDENTE        VALUE "P".
           05  FILLER              PIC X(01).
           05  RCR-VALOR-PROPOSTO  PIC S9(7)V99.
           05  RCR-VALOR-PROPOSTO-X REDEFINES RCR-VALOR-PROPOSTO
                                   PIC X(09).
           05  FILLER              PIC X(01).
           05  RCR-OPER-PROPOSTO   PIC X(08).
           05  FILLER              PIC X(01).
           05  RCR-DATA-ALTER      PIC 9(08).
           05  FILLER              PIC X(01).
           05  RCR-OPER-ALTER      PIC X(08).
