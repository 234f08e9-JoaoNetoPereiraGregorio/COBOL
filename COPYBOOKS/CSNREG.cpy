      *****************************************************************
      *    CSNREG.CPY
      *
      *    LAYOUT DO REGISTRO DE CONSENTIMENTOS DE COMPARTILHAMENTO
      *    OPEN FINANCE (ARQUIVO INDEXADO CONSENT, CHAVE CUST-ID +
      *    INSTITUICAO RECEPTORA; CHAVE ALTERNADA CSN-INSTITUICAO COM
      *    DUPLICATAS, PELA QUAL O COMPARTILHA-EXPORTAR LE OS
      *    CONSENTIMENTOS AGRUPADOS POR RECEPTORA). O
      *    CUST-CONSENTE-COMP DO MESTRE E A AUTORIZACAO GERAL DO
      *    CLIENTE; AQUI FICA, POR INSTITUICAO, O QUE PODE SER
      *    COMPARTILHADO E ATE QUANDO. MANTIDO PELO
      *    CONSENTIMENTO-MANTER (CONCESSAO E REVOGACAO).
      *
      *    INSTITUICAO: ISPB DE OITO POSICOES DA RECEPTORA.
      *    ESCOPO: UM INDICADOR "S"/"N" POR GRUPO DE DADOS - CADASTRO,
      *    ENDERECOS, CONTAS E SALDOS, TRANSACOES DO JOURNAL.
      *    SITUACAO: "A" = ATIVO; "R" = REVOGADO PELO CLIENTE; "E" =
      *    EXPIRADO (DATA DE EXPIRACAO VENCIDA - MARCADO PELO
      *    COMPARTILHA-EXPORTAR, QUE DEIXA DE ENVIAR). SO O ATIVO E
      *    NAO VENCIDO E COMPARTILHADO.
      *****************************************************************
       01  CSN-CONSENTE-RECORD.
           05  CSN-CHAVE.
               10  CSN-CUST-ID     PIC X(10).
               10  CSN-INSTITUICAO PIC X(08).
           05  CSN-NOME-INST       PIC X(30).
           05  CSN-ESCOPO.
               10  CSN-ESC-CADASTRO    PIC X(01).
                   88  CSN-COMPARTILHA-CADASTRO  VALUE "S".
               10  CSN-ESC-ENDERECO    PIC X(01).
                   88  CSN-COMPARTILHA-ENDERECO  VALUE "S".
               10  CSN-ESC-CONTAS      PIC X(01).
                   88  CSN-COMPARTILHA-CONTAS    VALUE "S".
               10  CSN-ESC-TRANSACOES  PIC X(01).
                   88  CSN-COMPARTILHA-TRANSACOES VALUE "S".
           05  CSN-SITUACAO        PIC X(01).
               88  CSN-ATIVO           VALUE "A".
               88  CSN-REVOGADO        VALUE "R".
               88  CSN-EXPIRADO        VALUE "E".
           05  CSN-DATA-CONCESSAO  PIC 9(08).
           05  CSN-DATA-EXPIRA     PIC 9(08).
           05  CSN-DATA-REVOGA     PIC 9(08).
           05  CSN-OPERADOR        PIC X(08).
      *    ULTIMO ENVIO A RECEPTORA E QUANTIDADE DE ENVIOS
           05  CSN-DATA-ULT-ENVIO  PIC 9(08).
           05  CSN-QTDE-ENVIOS     PIC 9(05).
           05  FILLER              PIC X(20).
